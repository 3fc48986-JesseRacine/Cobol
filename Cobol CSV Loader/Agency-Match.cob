      * Finds the crashes that reached the master twice at the town
      * lines - worked by two agencies, loaded under two CrashIDs
      * and two SrcAgency codes - which Duplicate-Check cannot see,
      * since it only catches a repeated CrashID.
      * Reads sorted.dat, re-sorts it internally into crash date and
      * time order, and compares each crash with every crash from
      * a DIFFERENT agency that happened within the time window
      * before it. A pair is a candidate when all of these hold:
      *   - the crash times are within TIME-WINDOW minutes;
      *   - the same LocCode, or Lat/Long (Lat2/Long2 when the
      *     primary pair will not parse, as Hotspot-Grid reads
      *     them) within DISTANCE degrees each way;
      *   - the same number of vehicles (Vehicle1-5 filled in).
      * Each candidate gets a match confidence out of 100 - closer
      * times, a shared LocCode as well as near coordinates, and
      * agreeing fatal/injury flags all score higher - and those
      * at or above MIN-SCORE go to AGENCY-MATCH.RPT for review.
      * AGENCY-MATCH-PARMS.DAT carries the three settings:
      *   TIME-WINDOW=30      minutes (default 30)
      *   DISTANCE=0.002      degrees (default 0.002, about 200 m)
      *   MIN-SCORE=50        (default 50)
      * AGENCY-MATCH.DAT is the decision file. Every candidate is
      * kept there as one line, lower CrashID first:
      *   keep-id drop-id decision score period F I found clerk
      * written with decision "?". The clerk reviewing the report
      * changes the "?" to S (the same crash) or D (different
      * crashes) and puts their operator ID in the clerk column.
      * Decided pairs are never listed again; undecided ones are
      * listed every run until somebody decides them, and an
      * undecided pair that no longer matches (a correction moved
      * one of the crashes) is withdrawn from the file.
      * For an S pair the higher CrashID - the later load - is the
      * duplicate, and Crash-Summary and DOT-Submission leave it out
      * of the counts. This run refreshes that crash's period and
      * fatal/injury flags on the line, which is what lets
      * Crash-Summary take it back out of CRASH-TOTALS.DAT's month
      * lines; when either crash of an S pair is no longer on the
      * master the period goes to zero and the exclusion stands
      * suspended, so a crash is never dropped from the state counts
      * after its twin has gone.
      * A decision file with a line this program cannot read is
      * left exactly as it is and the run ends with return code 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Agency-Match.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SortedFile ASSIGN TO "sorted.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sorted-Status.

       SELECT WorkFile ASSIGN TO "match-work.tmp".

       SELECT TimeSortedFile ASSIGN TO "match-sorted.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TimeSort-Status.

       SELECT ParmFile ASSIGN TO "AGENCY-MATCH-PARMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Parm-Status.

       SELECT DecisionFile ASSIGN TO "AGENCY-MATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Decision-Status.

       SELECT ReportFile ASSIGN TO "AGENCY-MATCH.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SortedFile.
       01 SF.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       SD WorkFile.
       01 WorkRecord.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ==Work==.

       FD TimeSortedFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ==TS==.

       FD ParmFile.
       01 ParmRec PIC X(80).
       88 EndOfParmFile VALUE HIGH-VALUES.

       FD DecisionFile.
       01 DecisionRec.
       88 EndOfDecisionFile VALUE HIGH-VALUES.
       02 MD-Keep PIC X(5).
       02 FILLER PIC X(1).
       02 MD-Drop PIC X(5).
       02 FILLER PIC X(1).
       02 MD-Decision PIC X(1).
       02 FILLER PIC X(1).
       02 MD-Score PIC X(3).
       02 FILLER PIC X(1).
       02 MD-Period PIC X(6).
       02 FILLER PIC X(1).
       02 MD-Fatal PIC X(1).
       02 FILLER PIC X(1).
       02 MD-Inj PIC X(1).
       02 FILLER PIC X(1).
       02 MD-Found PIC X(8).
       02 FILLER PIC X(1).
       02 MD-Clerk PIC X(8).

       FD ReportFile.
       01 ReportLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-Sorted-Status PIC X(2).
       01 WS-TimeSort-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-Decision-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfTimeSortedFile VALUE "Y".
       01 WS-Parm-Keyword PIC X(20).
       01 WS-Parm-Value PIC X(20).
       01 WS-Time-Window PIC 9(3) VALUE 30.
       01 WS-Distance PIC 9V9(6) VALUE 0.002.
       01 WS-Min-Score PIC 9(3) VALUE 50.
       01 WS-Today PIC 9(8).

       01 WS-Read-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Unmatchable-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Pairs-Found PIC 9(7) COMP VALUE ZERO.
       01 WS-Below-Score PIC 9(7) COMP VALUE ZERO.
       01 WS-New-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Pending-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Same-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Different-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Withdrawn-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Active-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Suspended-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Bad-Line-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Window-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-Decision-Overflow PIC 9(7) COMP VALUE ZERO.

      * The crash in hand, reduced to what the match needs.
       01 WS-Curr-Stamp PIC 9(11) COMP.
       01 WS-Curr-Date PIC 9(8).
       01 WS-Curr-Vehicles PIC 9(1).
       01 WS-Curr-Coord-OK PIC X(1).
       01 WS-Curr-Lat PIC S9(4)V9(6) COMP-3.
       01 WS-Curr-Long PIC S9(4)V9(6) COMP-3.
       01 WS-Curr-Period PIC 9(6).

      * Every crash of the last TIME-WINDOW minutes, oldest first.
       01 WS-Window-Table.
           02 WS-WE-Entry OCCURS 500 TIMES.
               03 WS-WE-ID PIC 9(5).
               03 WS-WE-Stamp PIC 9(11) COMP.
               03 WS-WE-Agency PIC X(3).
               03 WS-WE-LocCode PIC X(8).
               03 WS-WE-Coord-OK PIC X(1).
               03 WS-WE-Lat PIC S9(4)V9(6) COMP-3.
               03 WS-WE-Long PIC S9(4)V9(6) COMP-3.
               03 WS-WE-Vehicles PIC 9(1).
               03 WS-WE-Fatal PIC 9(1).
               03 WS-WE-Inj PIC 9(1).
               03 WS-WE-Period PIC 9(6).
               03 WS-WE-Date PIC X(10).
               03 WS-WE-Time PIC X(5).
       01 WS-Window-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Window-Sub PIC 9(3) COMP.
       01 WS-Window-Drop PIC 9(3) COMP.
       01 WS-Window-To PIC 9(3) COMP.
       01 WS-Window-Low PIC 9(11) COMP.

      * The decision file, held whole and written back whole.
       01 WS-Decision-Table.
           02 WS-DT-Entry OCCURS 3000 TIMES.
               03 WS-DT-Keep PIC 9(5).
               03 WS-DT-Drop PIC 9(5).
               03 WS-DT-Decision PIC X(1).
               03 WS-DT-Score PIC 9(3).
               03 WS-DT-Period PIC 9(6).
               03 WS-DT-Fatal PIC 9(1).
               03 WS-DT-Inj PIC 9(1).
               03 WS-DT-Found PIC 9(8).
               03 WS-DT-Clerk PIC X(8).
               03 WS-DT-Seen-Keep PIC X(1).
               03 WS-DT-Seen-Drop PIC X(1).
               03 WS-DT-Refound PIC X(1).
       01 WS-Decisions-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Decision-Sub PIC 9(4) COMP.
      * The S pairs, whose crashes are looked for on every record.
       01 WS-Same-Table.
           02 WS-SM-Sub OCCURS 3000 TIMES PIC 9(4) COMP.
       01 WS-Same-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Same-Idx PIC 9(4) COMP.

      * The pair being scored.
       01 WS-Pair-Keep PIC 9(5).
       01 WS-Pair-Drop PIC 9(5).
       01 WS-Time-Gap PIC 9(11) COMP.
       01 WS-Lat-Gap PIC S9(4)V9(6) COMP-3.
       01 WS-Long-Gap PIC S9(4)V9(6) COMP-3.
       01 WS-Near-Coords PIC X(1).
           88 Coords-Are-Near VALUE "Y".
       01 WS-Same-Code PIC X(1).
           88 Same-Loc-Code VALUE "Y".
       01 WS-Score PIC 9(3).
       01 WS-Pair-Status PIC X(8).

      * Coordinate parse, as Hotspot-Grid does it.
       01 WS-Coord-Text PIC X(12).
       01 WS-Coord-Num PIC S9(4)V9(6) COMP-3.
       01 WS-Coord-Valid PIC X(1).
           88 Coord-Is-Valid VALUE "Y".
       01 WS-Parse-Idx PIC 9(3) COMP.
       01 WS-Parse-Char PIC X(1).
       01 WS-Parse-Sign PIC S9 COMP.
       01 WS-Parse-Int PIC 9(4) COMP.
       01 WS-Parse-Frac PIC 9(6) COMP.
       01 WS-Parse-FracDigits PIC 9(3) COMP.
       01 WS-Parse-Digits PIC 9(3) COMP.
       01 WS-Parse-State PIC X(1).
           88 Before-Decimal VALUE "I".
           88 After-Decimal VALUE "F".
       01 WS-Frac-Scale PIC 9(7) COMP.

       01 WS-Title-Line.
           02 FILLER PIC X(42)
               VALUE "CROSS-AGENCY DUPLICATE CANDIDATES - RUN ".
           02 WS-TL-Date PIC 9(8).
       01 WS-Parm-Line.
           02 FILLER PIC X(13) VALUE "TIME WINDOW ".
           02 WS-PL-Window PIC ZZ9.
           02 FILLER PIC X(17) VALUE " MIN   DISTANCE ".
           02 WS-PL-Distance PIC 9.999999.
           02 FILLER PIC X(16) VALUE " DEG   MIN SCORE".
           02 WS-PL-Score PIC ZZZ9.
       01 WS-Heading-Line.
           02 FILLER PIC X(6) VALUE "SCORE".
           02 FILLER PIC X(9) VALUE "STATUS".
           02 FILLER PIC X(7) VALUE "CRASH".
           02 FILLER PIC X(5) VALUE "AGY".
           02 FILLER PIC X(11) VALUE "DATE".
           02 FILLER PIC X(6) VALUE "TIME".
           02 FILLER PIC X(10) VALUE "LOC CODE".
           02 FILLER PIC X(5) VALUE "VEH".
           02 FILLER PIC X(8) VALUE "F I".
       01 WS-Pair-Line.
           02 WS-PR-Score PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-PR-Status PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-PR-ID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-PR-Agency PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-PR-Date PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-PR-Time PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-PR-LocCode PIC X(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-PR-Vehicles PIC 9(1).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-PR-Fatal PIC 9(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-PR-Inj PIC 9(1).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-PR-Note PIC X(16).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(50).
           02 WS-CL-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           PERFORM Load-Parameters THRU Load-Parameters-Exit
           PERFORM Load-Decisions THRU Load-Decisions-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "Agency-Match: unable to open sorted.dat, "
                   "status " WS-Sorted-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE SortedFile
           SORT WorkFile ON ASCENDING KEY WorkYear WorkMONTH WorkDOM
               WorkTHour WorkTMin WorkCrashID
               USING SortedFile GIVING TimeSortedFile
           OPEN INPUT TimeSortedFile
           IF WS-TimeSort-Status NOT = "00"
               DISPLAY "Agency-Match: unable to open sorted "
                   "date/time work file, status " WS-TimeSort-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Agency-Match: unable to open "
                   "AGENCY-MATCH.RPT, status " WS-Report-Status
               CLOSE TimeSortedFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Today TO WS-TL-Date
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Time-Window TO WS-PL-Window
           MOVE WS-Distance TO WS-PL-Distance
           MOVE WS-Min-Score TO WS-PL-Score
           MOVE WS-Parm-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Heading-Line TO ReportLine
           WRITE ReportLine
           PERFORM UNTIL EndOfTimeSortedFile
               READ TimeSortedFile
                   AT END SET EndOfTimeSortedFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Match-One-Crash
                           THRU Match-One-Crash-Exit
               END-READ
           END-PERFORM
           CLOSE TimeSortedFile
           PERFORM Settle-Decisions
           PERFORM Write-Summary
           CLOSE ReportFile
           PERFORM Rewrite-Decisions THRU Rewrite-Decisions-Exit
           DISPLAY "Agency-Match: " WS-Read-Count " crashes read, "
               WS-Pairs-Found " cross-agency pair(s) found, "
               WS-New-Count " new and " WS-Pending-Count
               " still awaiting a decision"
           DISPLAY "Agency-Match: " WS-Active-Count " crash(es) "
               "excluded from the state counts as duplicates"
           IF WS-Window-Overflow > ZERO
               DISPLAY "Agency-Match: *** WARNING *** more crashes "
                   "inside one time window than the table holds - "
                   WS-Window-Overflow " not compared"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-Decision-Overflow > ZERO
               DISPLAY "Agency-Match: *** WARNING *** decision "
                   "table full - " WS-Decision-Overflow
                   " new pair(s) not recorded"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       Load-Parameters.
           OPEN INPUT ParmFile
           IF WS-Parm-Status NOT = "00"
               GO TO Load-Parameters-Exit
           END-IF
           PERFORM UNTIL EndOfParmFile
               READ ParmFile
                   AT END SET EndOfParmFile TO TRUE
                   NOT AT END
                       IF ParmRec NOT = SPACE AND
                               ParmRec(1:1) NOT = "*"
                           PERFORM Apply-Parameter
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParmFile.
       Load-Parameters-Exit.
           EXIT.

       Apply-Parameter.
           MOVE SPACE TO WS-Parm-Keyword
           MOVE SPACE TO WS-Parm-Value
           UNSTRING ParmRec DELIMITED BY "="
               INTO WS-Parm-Keyword WS-Parm-Value
           EVALUATE WS-Parm-Keyword
               WHEN "TIME-WINDOW"
                   IF FUNCTION NUMVAL(WS-Parm-Value) > ZERO AND
                           FUNCTION NUMVAL(WS-Parm-Value) < 721
                       MOVE FUNCTION NUMVAL(WS-Parm-Value)
                           TO WS-Time-Window
                   ELSE
                       DISPLAY "Agency-Match: *** WARNING *** "
                           "TIME-WINDOW must be 1-720 minutes - "
                           "default kept"
                   END-IF
               WHEN "DISTANCE"
                   IF FUNCTION NUMVAL(WS-Parm-Value) > ZERO AND
                           FUNCTION NUMVAL(WS-Parm-Value) < 1
                       MOVE FUNCTION NUMVAL(WS-Parm-Value)
                           TO WS-Distance
                   ELSE
                       DISPLAY "Agency-Match: *** WARNING *** "
                           "DISTANCE must be under 1 degree - "
                           "default kept"
                   END-IF
               WHEN "MIN-SCORE"
                   IF FUNCTION NUMVAL(WS-Parm-Value) NOT > 100
                       MOVE FUNCTION NUMVAL(WS-Parm-Value)
                           TO WS-Min-Score
                   END-IF
               WHEN OTHER
                   DISPLAY "Agency-Match: *** WARNING *** unknown "
                       "parameter ignored - " WS-Parm-Keyword
           END-EVALUATE.

      * Loads AGENCY-MATCH.DAT. A line that is not a readable pair
      * stops the run before anything is rewritten - a clerk's
      * typing slip must not cost the decisions around it.
       Load-Decisions.
           OPEN INPUT DecisionFile
           IF WS-Decision-Status NOT = "00"
               GO TO Load-Decisions-Exit
           END-IF
           PERFORM UNTIL EndOfDecisionFile
               READ DecisionFile
                   AT END SET EndOfDecisionFile TO TRUE
                   NOT AT END
                       IF DecisionRec NOT = SPACE
                           PERFORM Hold-Decision
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DecisionFile
           IF WS-Bad-Line-Count > ZERO
               DISPLAY "Agency-Match: " WS-Bad-Line-Count " line(s) "
                   "of AGENCY-MATCH.DAT cannot be read - correct "
                   "them and rerun; the file is left as it is"
               MOVE 8 TO RETURN-CODE
           END-IF.
       Load-Decisions-Exit.
           EXIT.

       Hold-Decision.
           IF MD-Keep IS NOT NUMERIC OR MD-Drop IS NOT NUMERIC
               ADD 1 TO WS-Bad-Line-Count
               DISPLAY "Agency-Match: unreadable pair - " DecisionRec
           ELSE
               IF MD-Decision NOT = "S" AND MD-Decision NOT = "D"
                       AND MD-Decision NOT = "?"
                   ADD 1 TO WS-Bad-Line-Count
                   DISPLAY "Agency-Match: decision must be S, D or "
                       "? - " DecisionRec
               END-IF
           END-IF
           IF WS-Decisions-Used >= 3000
               ADD 1 TO WS-Bad-Line-Count
               DISPLAY "Agency-Match: AGENCY-MATCH.DAT holds more "
                   "pairs than the decision table"
           END-IF
           IF WS-Bad-Line-Count = ZERO
               ADD 1 TO WS-Decisions-Used
               MOVE WS-Decisions-Used TO WS-Decision-Sub
               MOVE MD-Keep TO WS-DT-Keep(WS-Decision-Sub)
               MOVE MD-Drop TO WS-DT-Drop(WS-Decision-Sub)
               MOVE MD-Decision TO WS-DT-Decision(WS-Decision-Sub)
               MOVE ZERO TO WS-DT-Score(WS-Decision-Sub)
               IF MD-Score IS NUMERIC
                   MOVE MD-Score TO WS-DT-Score(WS-Decision-Sub)
               END-IF
               MOVE ZERO TO WS-DT-Period(WS-Decision-Sub)
               MOVE ZERO TO WS-DT-Fatal(WS-Decision-Sub)
               MOVE ZERO TO WS-DT-Inj(WS-Decision-Sub)
               MOVE ZERO TO WS-DT-Found(WS-Decision-Sub)
               IF MD-Found IS NUMERIC
                   MOVE MD-Found TO WS-DT-Found(WS-Decision-Sub)
               END-IF
               MOVE MD-Clerk TO WS-DT-Clerk(WS-Decision-Sub)
               MOVE "N" TO WS-DT-Seen-Keep(WS-Decision-Sub)
               MOVE "N" TO WS-DT-Seen-Drop(WS-Decision-Sub)
               MOVE "N" TO WS-DT-Refound(WS-Decision-Sub)
               IF MD-Decision = "S"
                   ADD 1 TO WS-Same-Used
                   MOVE WS-Decision-Sub TO WS-SM-Sub(WS-Same-Used)
               END-IF
           END-IF.

      * Takes one crash in date/time order: notes it against the S
      * pairs, drops from the window everything too old to match
      * it, compares it with what is left, and joins the window.
       Match-One-Crash.
           PERFORM Note-Same-Pair-Crash
           IF TSYear IS NOT NUMERIC OR TSMONTH IS NOT NUMERIC
                   OR TSDOM IS NOT NUMERIC OR TSTHour IS NOT NUMERIC
                   OR TSTMin IS NOT NUMERIC
               ADD 1 TO WS-Unmatchable-Count
               GO TO Match-One-Crash-Exit
           END-IF
           IF TSMONTH < 1 OR TSMONTH > 12 OR TSDOM < 1 OR TSDOM > 31
                   OR TSYear < 1601 OR TSTHour > 23 OR TSTMin > 59
               ADD 1 TO WS-Unmatchable-Count
               GO TO Match-One-Crash-Exit
           END-IF
           COMPUTE WS-Curr-Date = TSYear * 10000 + TSMONTH * 100
               + TSDOM
           COMPUTE WS-Curr-Stamp =
               FUNCTION INTEGER-OF-DATE(WS-Curr-Date)
      * A day the calendar does not have (a 30 February) comes back
      * as day zero and would sort the window out of order.
           IF WS-Curr-Stamp = ZERO
               ADD 1 TO WS-Unmatchable-Count
               GO TO Match-One-Crash-Exit
           END-IF
           COMPUTE WS-Curr-Stamp = WS-Curr-Stamp * 1440
               + TSTHour * 60 + TSTMin
           MOVE ZERO TO WS-Curr-Vehicles
           IF TSVehicle1 NOT = SPACE
               ADD 1 TO WS-Curr-Vehicles
           END-IF
           IF TSVehicle2 NOT = SPACE
               ADD 1 TO WS-Curr-Vehicles
           END-IF
           IF TSVehicle3 NOT = SPACE
               ADD 1 TO WS-Curr-Vehicles
           END-IF
           IF TSVehicle4 NOT = SPACE
               ADD 1 TO WS-Curr-Vehicles
           END-IF
           IF TSVehicle5 NOT = SPACE
               ADD 1 TO WS-Curr-Vehicles
           END-IF
           PERFORM Read-Crash-Coordinates
           MOVE ZERO TO WS-Curr-Period
           IF TSTYear IS NUMERIC AND TSTMonth IS NUMERIC
               COMPUTE WS-Curr-Period = TSTYear * 100 + TSTMonth
           END-IF
      * Everything older than the window is finished with.
           IF WS-Curr-Stamp > WS-Time-Window
               COMPUTE WS-Window-Low = WS-Curr-Stamp - WS-Time-Window
           ELSE
               MOVE ZERO TO WS-Window-Low
           END-IF
           MOVE ZERO TO WS-Window-Drop
           PERFORM VARYING WS-Window-Sub FROM 1 BY 1
                   UNTIL WS-Window-Sub > WS-Window-Used
                   OR WS-WE-Stamp(WS-Window-Sub) >= WS-Window-Low
               ADD 1 TO WS-Window-Drop
           END-PERFORM
           IF WS-Window-Drop > ZERO
               MOVE ZERO TO WS-Window-To
               PERFORM VARYING WS-Window-Sub FROM WS-Window-Drop BY 1
                       UNTIL WS-Window-Sub >= WS-Window-Used
                   ADD 1 TO WS-Window-To
                   MOVE WS-WE-Entry(WS-Window-Sub + 1)
                       TO WS-WE-Entry(WS-Window-To)
               END-PERFORM
               SUBTRACT WS-Window-Drop FROM WS-Window-Used
           END-IF
           PERFORM VARYING WS-Window-Sub FROM 1 BY 1
                   UNTIL WS-Window-Sub > WS-Window-Used
               IF WS-WE-Agency(WS-Window-Sub) NOT = TSSrcAgency AND
                       WS-WE-Vehicles(WS-Window-Sub) =
                           WS-Curr-Vehicles
                   PERFORM Score-Pair THRU Score-Pair-Exit
               END-IF
           END-PERFORM
           IF WS-Window-Used >= 500
               ADD 1 TO WS-Window-Overflow
               GO TO Match-One-Crash-Exit
           END-IF
           ADD 1 TO WS-Window-Used
           MOVE WS-Window-Used TO WS-Window-Sub
           MOVE TSCrashID TO WS-WE-ID(WS-Window-Sub)
           MOVE WS-Curr-Stamp TO WS-WE-Stamp(WS-Window-Sub)
           MOVE TSSrcAgency TO WS-WE-Agency(WS-Window-Sub)
           MOVE TSLocCode TO WS-WE-LocCode(WS-Window-Sub)
           MOVE WS-Curr-Coord-OK TO WS-WE-Coord-OK(WS-Window-Sub)
           MOVE WS-Curr-Lat TO WS-WE-Lat(WS-Window-Sub)
           MOVE WS-Curr-Long TO WS-WE-Long(WS-Window-Sub)
           MOVE WS-Curr-Vehicles TO WS-WE-Vehicles(WS-Window-Sub)
           MOVE ZERO TO WS-WE-Fatal(WS-Window-Sub)
           MOVE ZERO TO WS-WE-Inj(WS-Window-Sub)
           IF TSFatalityBool = 1
               MOVE 1 TO WS-WE-Fatal(WS-Window-Sub)
           END-IF
           IF TSInjuryBool = 1
               MOVE 1 TO WS-WE-Inj(WS-Window-Sub)
           END-IF
           MOVE WS-Curr-Period TO WS-WE-Period(WS-Window-Sub)
           MOVE TSCDate TO WS-WE-Date(WS-Window-Sub)
           MOVE SPACE TO WS-WE-Time(WS-Window-Sub)
           STRING TSTHour ":" TSTMin DELIMITED BY SIZE
               INTO WS-WE-Time(WS-Window-Sub).
       Match-One-Crash-Exit.
           EXIT.

      * Marks the crash as still on the master for any S pair it
      * belongs to, and carries the duplicate's period and flags
      * onto the pair for the count programs.
       Note-Same-Pair-Crash.
           PERFORM VARYING WS-Same-Idx FROM 1 BY 1
                   UNTIL WS-Same-Idx > WS-Same-Used
               MOVE WS-SM-Sub(WS-Same-Idx) TO WS-Decision-Sub
               IF WS-DT-Keep(WS-Decision-Sub) = TSCrashID
                   MOVE "Y" TO WS-DT-Seen-Keep(WS-Decision-Sub)
               END-IF
               IF WS-DT-Drop(WS-Decision-Sub) = TSCrashID
                   MOVE "Y" TO WS-DT-Seen-Drop(WS-Decision-Sub)
                   MOVE ZERO TO WS-DT-Period(WS-Decision-Sub)
                   IF TSTYear IS NUMERIC AND TSTMonth IS NUMERIC
                       COMPUTE WS-DT-Period(WS-Decision-Sub) =
                           TSTYear * 100 + TSTMonth
                   END-IF
                   MOVE ZERO TO WS-DT-Fatal(WS-Decision-Sub)
                   MOVE ZERO TO WS-DT-Inj(WS-Decision-Sub)
                   IF TSFatalityBool = 1
                       MOVE 1 TO WS-DT-Fatal(WS-Decision-Sub)
                   END-IF
                   IF TSInjuryBool = 1
                       MOVE 1 TO WS-DT-Inj(WS-Decision-Sub)
                   END-IF
               END-IF
           END-PERFORM.

      * Primary coordinates first, Lat2/Long2 as the fallback, and
      * the same world-bounds test Hotspot-Grid applies.
       Read-Crash-Coordinates.
           MOVE TSLat TO WS-Coord-Text
           PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
           IF Coord-Is-Valid
               MOVE WS-Coord-Num TO WS-Curr-Lat
               MOVE TSLong TO WS-Coord-Text
               PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
               IF Coord-Is-Valid
                   MOVE WS-Coord-Num TO WS-Curr-Long
               END-IF
           END-IF
           IF NOT Coord-Is-Valid
               MOVE TSLat2 TO WS-Coord-Text
               PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
               IF Coord-Is-Valid
                   MOVE WS-Coord-Num TO WS-Curr-Lat
                   MOVE TSLong2 TO WS-Coord-Text
                   PERFORM Parse-Coordinate
                       THRU Parse-Coordinate-Exit
                   IF Coord-Is-Valid
                       MOVE WS-Coord-Num TO WS-Curr-Long
                   END-IF
               END-IF
           END-IF
           IF Coord-Is-Valid
               IF WS-Curr-Lat < -90 OR WS-Curr-Lat > 90
                       OR WS-Curr-Long < -180 OR WS-Curr-Long > 180
                       OR (WS-Curr-Lat = ZERO AND WS-Curr-Long = ZERO)
                   MOVE "N" TO WS-Coord-Valid
               END-IF
           END-IF
           MOVE WS-Coord-Valid TO WS-Curr-Coord-OK
           IF NOT Coord-Is-Valid
               MOVE ZERO TO WS-Curr-Lat
               MOVE ZERO TO WS-Curr-Long
           END-IF.

      * The crash in hand against window entry WS-Window-Sub. The
      * time and vehicle tests are already met; the place must be
      * too. Confidence, out of 100:
      *   time    40 within 2 minutes, 30 within a third of the
      *           window, 20 otherwise
      *   place   40 same LocCode and near coordinates, 30 same
      *           LocCode alone, 30 coordinates within a quarter of
      *           DISTANCE, 20 within DISTANCE
      *   flags   10 each when fatal and injury flags agree
       Score-Pair.
           MOVE "N" TO WS-Same-Code
           MOVE "N" TO WS-Near-Coords
           IF TSLocCode NOT = SPACE AND
                   TSLocCode = WS-WE-LocCode(WS-Window-Sub)
               SET Same-Loc-Code TO TRUE
           END-IF
           IF WS-Curr-Coord-OK = "Y" AND
                   WS-WE-Coord-OK(WS-Window-Sub) = "Y"
               COMPUTE WS-Lat-Gap =
                   WS-Curr-Lat - WS-WE-Lat(WS-Window-Sub)
               IF WS-Lat-Gap < ZERO
                   COMPUTE WS-Lat-Gap = ZERO - WS-Lat-Gap
               END-IF
               COMPUTE WS-Long-Gap =
                   WS-Curr-Long - WS-WE-Long(WS-Window-Sub)
               IF WS-Long-Gap < ZERO
                   COMPUTE WS-Long-Gap = ZERO - WS-Long-Gap
               END-IF
               IF WS-Lat-Gap NOT > WS-Distance AND
                       WS-Long-Gap NOT > WS-Distance
                   SET Coords-Are-Near TO TRUE
               END-IF
           END-IF
           IF NOT Same-Loc-Code AND NOT Coords-Are-Near
               GO TO Score-Pair-Exit
           END-IF
           COMPUTE WS-Time-Gap =
               WS-Curr-Stamp - WS-WE-Stamp(WS-Window-Sub)
           EVALUATE TRUE
               WHEN WS-Time-Gap NOT > 2
                   MOVE 40 TO WS-Score
               WHEN WS-Time-Gap * 3 NOT > WS-Time-Window
                   MOVE 30 TO WS-Score
               WHEN OTHER
                   MOVE 20 TO WS-Score
           END-EVALUATE
           EVALUATE TRUE
               WHEN Same-Loc-Code AND Coords-Are-Near
                   ADD 40 TO WS-Score
               WHEN Same-Loc-Code
                   ADD 30 TO WS-Score
               WHEN WS-Lat-Gap * 4 NOT > WS-Distance AND
                       WS-Long-Gap * 4 NOT > WS-Distance
                   ADD 30 TO WS-Score
               WHEN OTHER
                   ADD 20 TO WS-Score
           END-EVALUATE
           IF WS-WE-Fatal(WS-Window-Sub) = TSFatalityBool
               ADD 10 TO WS-Score
           END-IF
           IF WS-WE-Inj(WS-Window-Sub) = TSInjuryBool
               ADD 10 TO WS-Score
           END-IF
           ADD 1 TO WS-Pairs-Found
           IF WS-Score < WS-Min-Score
               ADD 1 TO WS-Below-Score
               GO TO Score-Pair-Exit
           END-IF
           IF TSCrashID < WS-WE-ID(WS-Window-Sub)
               MOVE TSCrashID TO WS-Pair-Keep
               MOVE WS-WE-ID(WS-Window-Sub) TO WS-Pair-Drop
           ELSE
               MOVE WS-WE-ID(WS-Window-Sub) TO WS-Pair-Keep
               MOVE TSCrashID TO WS-Pair-Drop
           END-IF
           PERFORM VARYING WS-Decision-Sub FROM 1 BY 1
                   UNTIL WS-Decision-Sub > WS-Decisions-Used
                   OR (WS-DT-Keep(WS-Decision-Sub) = WS-Pair-Keep AND
                       WS-DT-Drop(WS-Decision-Sub) = WS-Pair-Drop)
               CONTINUE
           END-PERFORM
           IF WS-Decision-Sub > WS-Decisions-Used
               IF WS-Decisions-Used >= 3000
                   ADD 1 TO WS-Decision-Overflow
                   GO TO Score-Pair-Exit
               END-IF
               ADD 1 TO WS-Decisions-Used
               MOVE WS-Decisions-Used TO WS-Decision-Sub
               MOVE WS-Pair-Keep TO WS-DT-Keep(WS-Decision-Sub)
               MOVE WS-Pair-Drop TO WS-DT-Drop(WS-Decision-Sub)
               MOVE "?" TO WS-DT-Decision(WS-Decision-Sub)
               MOVE ZERO TO WS-DT-Period(WS-Decision-Sub)
               MOVE ZERO TO WS-DT-Fatal(WS-Decision-Sub)
               MOVE ZERO TO WS-DT-Inj(WS-Decision-Sub)
               MOVE WS-Today TO WS-DT-Found(WS-Decision-Sub)
               MOVE SPACE TO WS-DT-Clerk(WS-Decision-Sub)
               MOVE "Y" TO WS-DT-Seen-Keep(WS-Decision-Sub)
               MOVE "Y" TO WS-DT-Seen-Drop(WS-Decision-Sub)
               MOVE "N" TO WS-DT-Refound(WS-Decision-Sub)
               ADD 1 TO WS-New-Count
               MOVE "NEW" TO WS-Pair-Status
           ELSE
               IF WS-DT-Refound(WS-Decision-Sub) = "Y"
                   GO TO Score-Pair-Exit
               END-IF
               MOVE "PENDING" TO WS-Pair-Status
           END-IF
           MOVE "Y" TO WS-DT-Refound(WS-Decision-Sub)
           MOVE WS-Score TO WS-DT-Score(WS-Decision-Sub)
      * Decided pairs are counted but never listed again.
           IF WS-DT-Decision(WS-Decision-Sub) NOT = "?"
               GO TO Score-Pair-Exit
           END-IF
           IF WS-Pair-Status = "PENDING"
               ADD 1 TO WS-Pending-Count
           END-IF
           PERFORM Write-Pair-Lines.
       Score-Pair-Exit.
           EXIT.

      * Two lines per pair, the earlier-loaded crash first - the
      * one kept if the clerk says they are the same crash.
       Write-Pair-Lines.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Score TO WS-PR-Score
           MOVE WS-Pair-Status TO WS-PR-Status
           IF TSCrashID = WS-Pair-Keep
               PERFORM Fill-Pair-Line-Current
               MOVE "KEEP IF SAME" TO WS-PR-Note
           ELSE
               PERFORM Fill-Pair-Line-Window
               MOVE "KEEP IF SAME" TO WS-PR-Note
           END-IF
           MOVE WS-Pair-Line TO ReportLine
           WRITE ReportLine
           MOVE ZERO TO WS-PR-Score
           MOVE SPACE TO WS-PR-Status
           IF TSCrashID = WS-Pair-Drop
               PERFORM Fill-Pair-Line-Current
           ELSE
               PERFORM Fill-Pair-Line-Window
           END-IF
           MOVE "DROP IF SAME" TO WS-PR-Note
           MOVE WS-Pair-Line TO ReportLine
           MOVE SPACE TO ReportLine(1:3)
           WRITE ReportLine.

       Fill-Pair-Line-Current.
           MOVE TSCrashID TO WS-PR-ID
           MOVE TSSrcAgency TO WS-PR-Agency
           MOVE TSCDate TO WS-PR-Date
           MOVE SPACE TO WS-PR-Time
           STRING TSTHour ":" TSTMin DELIMITED BY SIZE
               INTO WS-PR-Time
           MOVE TSLocCode TO WS-PR-LocCode
           MOVE WS-Curr-Vehicles TO WS-PR-Vehicles
           MOVE ZERO TO WS-PR-Fatal
           MOVE ZERO TO WS-PR-Inj
           IF TSFatalityBool = 1
               MOVE 1 TO WS-PR-Fatal
           END-IF
           IF TSInjuryBool = 1
               MOVE 1 TO WS-PR-Inj
           END-IF.

       Fill-Pair-Line-Window.
           MOVE WS-WE-ID(WS-Window-Sub) TO WS-PR-ID
           MOVE WS-WE-Agency(WS-Window-Sub) TO WS-PR-Agency
           MOVE WS-WE-Date(WS-Window-Sub) TO WS-PR-Date
           MOVE WS-WE-Time(WS-Window-Sub) TO WS-PR-Time
           MOVE WS-WE-LocCode(WS-Window-Sub) TO WS-PR-LocCode
           MOVE WS-WE-Vehicles(WS-Window-Sub) TO WS-PR-Vehicles
           MOVE WS-WE-Fatal(WS-Window-Sub) TO WS-PR-Fatal
           MOVE WS-WE-Inj(WS-Window-Sub) TO WS-PR-Inj.

      * After the pass: an undecided pair not found again is
      * withdrawn; an S pair with either crash gone is suspended.
       Settle-Decisions.
           PERFORM VARYING WS-Decision-Sub FROM 1 BY 1
                   UNTIL WS-Decision-Sub > WS-Decisions-Used
               EVALUATE WS-DT-Decision(WS-Decision-Sub)
                   WHEN "?"
                       IF WS-DT-Refound(WS-Decision-Sub) NOT = "Y"
                           MOVE "W" TO WS-DT-Decision(WS-Decision-Sub)
                           ADD 1 TO WS-Withdrawn-Count
                       END-IF
                   WHEN "D"
                       ADD 1 TO WS-Different-Count
                   WHEN "S"
                       ADD 1 TO WS-Same-Count
                       IF WS-DT-Seen-Keep(WS-Decision-Sub) = "Y" AND
                               WS-DT-Seen-Drop(WS-Decision-Sub) = "Y"
                           ADD 1 TO WS-Active-Count
                       ELSE
                           MOVE ZERO TO WS-DT-Period(WS-Decision-Sub)
                           MOVE ZERO TO WS-DT-Fatal(WS-Decision-Sub)
                           MOVE ZERO TO WS-DT-Inj(WS-Decision-Sub)
                           ADD 1 TO WS-Suspended-Count
                       END-IF
               END-EVALUATE
           END-PERFORM.

       Write-Summary.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "Crashes read" TO WS-CL-Label
           MOVE WS-Read-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Crashes with no usable date/time (not compared)"
               TO WS-CL-Label
           MOVE WS-Unmatchable-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Cross-agency pairs found" TO WS-CL-Label
           MOVE WS-Pairs-Found TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  below the minimum score (not listed)"
               TO WS-CL-Label
           MOVE WS-Below-Score TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  new this run - awaiting a decision" TO WS-CL-Label
           MOVE WS-New-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  listed before - still awaiting a decision"
               TO WS-CL-Label
           MOVE WS-Pending-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Undecided pairs withdrawn (no longer match)"
               TO WS-CL-Label
           MOVE WS-Withdrawn-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Pairs decided DIFFERENT crashes" TO WS-CL-Label
           MOVE WS-Different-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Pairs decided the SAME crash" TO WS-CL-Label
           MOVE WS-Same-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  duplicates excluded from the state counts"
               TO WS-CL-Label
           MOVE WS-Active-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  suspended - one crash of the pair has gone"
               TO WS-CL-Label
           MOVE WS-Suspended-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine.

      * Writes the decision file back, withdrawn pairs left out,
      * decided and undecided pairs in the order they were found.
       Rewrite-Decisions.
           OPEN OUTPUT DecisionFile
           IF WS-Decision-Status NOT = "00"
               DISPLAY "Agency-Match: unable to rewrite "
                   "AGENCY-MATCH.DAT, status " WS-Decision-Status
               MOVE 16 TO RETURN-CODE
               GO TO Rewrite-Decisions-Exit
           END-IF
           PERFORM VARYING WS-Decision-Sub FROM 1 BY 1
                   UNTIL WS-Decision-Sub > WS-Decisions-Used
               IF WS-DT-Decision(WS-Decision-Sub) NOT = "W"
                   MOVE SPACE TO DecisionRec
                   MOVE WS-DT-Keep(WS-Decision-Sub) TO MD-Keep
                   MOVE WS-DT-Drop(WS-Decision-Sub) TO MD-Drop
                   MOVE WS-DT-Decision(WS-Decision-Sub) TO MD-Decision
                   MOVE WS-DT-Score(WS-Decision-Sub) TO MD-Score
                   MOVE WS-DT-Period(WS-Decision-Sub) TO MD-Period
                   MOVE WS-DT-Fatal(WS-Decision-Sub) TO MD-Fatal
                   MOVE WS-DT-Inj(WS-Decision-Sub) TO MD-Inj
                   MOVE WS-DT-Found(WS-Decision-Sub) TO MD-Found
                   MOVE WS-DT-Clerk(WS-Decision-Sub) TO MD-Clerk
                   WRITE DecisionRec
               END-IF
           END-PERFORM
           CLOSE DecisionFile.
       Rewrite-Decisions-Exit.
           EXIT.

      * Converts WS-Coord-Text - optional sign, digits, one decimal
      * point, up to six decimals - to WS-Coord-Num, exactly as
      * Hotspot-Grid validates coordinates.
       Parse-Coordinate.
           MOVE "N" TO WS-Coord-Valid
           MOVE 1 TO WS-Parse-Sign
           MOVE ZERO TO WS-Parse-Int
           MOVE ZERO TO WS-Parse-Frac
           MOVE ZERO TO WS-Parse-FracDigits
           MOVE ZERO TO WS-Parse-Digits
           SET Before-Decimal TO TRUE
           PERFORM VARYING WS-Parse-Idx FROM 1 BY 1
                   UNTIL WS-Parse-Idx > 12
               MOVE WS-Coord-Text(WS-Parse-Idx:1) TO WS-Parse-Char
               EVALUATE TRUE
                   WHEN WS-Parse-Char = SPACE
                       CONTINUE
                   WHEN WS-Parse-Char = "-" AND WS-Parse-Digits = ZERO
                           AND Before-Decimal
                       MOVE -1 TO WS-Parse-Sign
                   WHEN WS-Parse-Char = "+" AND WS-Parse-Digits = ZERO
                           AND Before-Decimal
                       CONTINUE
                   WHEN WS-Parse-Char = "." AND Before-Decimal
                       SET After-Decimal TO TRUE
                   WHEN WS-Parse-Char >= "0" AND WS-Parse-Char <= "9"
                       ADD 1 TO WS-Parse-Digits
                       IF Before-Decimal
                           IF WS-Parse-Int > 999
                               GO TO Parse-Coordinate-Exit
                           END-IF
                           COMPUTE WS-Parse-Int = WS-Parse-Int * 10
                               + FUNCTION NUMVAL(WS-Parse-Char)
                       ELSE
                           IF WS-Parse-FracDigits < 6
                               COMPUTE WS-Parse-Frac =
                                   WS-Parse-Frac * 10
                                   + FUNCTION NUMVAL(WS-Parse-Char)
                               ADD 1 TO WS-Parse-FracDigits
                           END-IF
                       END-IF
                   WHEN OTHER
                       GO TO Parse-Coordinate-Exit
               END-EVALUATE
           END-PERFORM
           IF WS-Parse-Digits = ZERO
               GO TO Parse-Coordinate-Exit
           END-IF
           MOVE 1 TO WS-Frac-Scale
           PERFORM VARYING WS-Parse-Idx FROM 1 BY 1
                   UNTIL WS-Parse-Idx > WS-Parse-FracDigits
               COMPUTE WS-Frac-Scale = WS-Frac-Scale * 10
           END-PERFORM
           COMPUTE WS-Coord-Num =
               WS-Parse-Frac / WS-Frac-Scale
           ADD WS-Parse-Int TO WS-Coord-Num
           IF WS-Parse-Sign < ZERO
               COMPUTE WS-Coord-Num = ZERO - WS-Coord-Num
           END-IF
           MOVE "Y" TO WS-Coord-Valid.
       Parse-Coordinate-Exit.
           EXIT.
