      * fiscal year TYear + 1 from July on, fiscal month 01 = July.
      * Calendar order and fiscal order are the same order, so the
      * control break and the sorted totals file both just relabel.
      * Crashes the clerks have decided duplicate another agency's
      * crash (S pairs in AGENCY-MATCH.DAT, kept by Agency-Match)
      * are left out of every count: the detail pass skips the
      * later-loaded CrashID of each pair, and the totals path takes
      * each one back out of its month line using the period and
      * flags Agency-Match carries on the pair.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Crash-Summary.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Card-Status.

       SELECT MatchFile ASSIGN TO "AGENCY-MATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Match-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SortedFile.
       01 ControlCardRec PIC X(80).
       88 EndOfCardFile VALUE HIGH-VALUES.

       FD MatchFile.
       01 MatchRec.
       88 EndOfMatchFile VALUE HIGH-VALUES.
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

       WORKING-STORAGE SECTION.
       01 WS-Totals-Status PIC X(2).
       01 WS-Card-Status PIC X(2).
       01 WS-Match-Status PIC X(2).
      * Cross-agency duplicates left out of the counts.
       01 WS-Excl-Table.
           02 WS-EX-Entry OCCURS 3000 TIMES.
               03 WS-EX-ID PIC 9(5).
               03 WS-EX-Period PIC 9(6).
               03 WS-EX-Fatal PIC 9(1).
               03 WS-EX-Inj PIC 9(1).
       01 WS-Excl-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Excl-Sub PIC 9(4) COMP.
       01 WS-Excluded-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Read-Total PIC 9(7) COMP.
       01 WS-Month-Less-Count PIC 9(7) COMP.
       01 WS-Month-Less-Fatal PIC 9(7) COMP.
       01 WS-Month-Less-Inj PIC 9(7) COMP.
       01 WS-Excluded-Line.
           02 FILLER PIC X(34)
               VALUE "CROSS-AGENCY DUPLICATES LEFT OUT:".
           02 WS-X-Count PIC ZZZ,ZZ9.
       01 WS-Card-Keyword PIC X(20).
       01 WS-Card-Value PIC X(40).
       01 WS-Agency-Filter PIC X(3) VALUE SPACE.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Read-Control-Cards THRU Read-Control-Cards-Exit
           PERFORM Load-Match-Exclusions
               THRU Load-Match-Exclusions-Exit
      * The totals master first: when Totals-Update maintains it,
      * this report is a read of a few hundred accumulator lines
      * instead of every crash since the first year. An AGENCY
                   MOVE WS-Rep-Year TO WS-Curr-Year
                   MOVE WS-Rep-Month TO WS-Curr-Month
               END-IF
               PERFORM Check-Excluded
               IF (WS-Agency-Filter = SPACE OR
                       SrcAgency = WS-Agency-Filter) AND
                       WS-Excl-Sub NOT > WS-Excl-Used
                   ADD 1 TO WS-Excluded-Count
               END-IF
               IF (WS-Agency-Filter = SPACE OR
                       SrcAgency = WS-Agency-Filter) AND
                       WS-Excl-Sub > WS-Excl-Used
                   ADD 1 TO WS-Month-Count
                   ADD 1 TO WS-Grand-Count
                   ADD FatalityBool TO WS-Month-Fatalities
           MOVE WS-Grand-Injuries TO WS-T-Injuries
           MOVE WS-Total-Line TO ReportLine
           WRITE ReportLine
           PERFORM Write-Excluded-Line
      * Whose crashes those were: one line per source agency seen
      * (records loaded before the agency code existed group under
      * the blank code).
      * A truncated sorted.dat reads clean to end-of-file - only
      * the count recorded at the handoff can catch it. A filtered
      * run deliberately counts fewer records than the sort wrote,
      * so the comparison only holds for an unfiltered pass - and
      * the duplicates left out of the counts were still read.
           COMPUTE WS-Read-Total = WS-Grand-Count + WS-Excluded-Count
           IF Handoff-On-File AND WS-Agency-Filter = SPACE AND
                   WS-Read-Total NOT = WS-Expected-Count
               DISPLAY "Crash-Summary: read " WS-Read-Total
                   " record(s) but Sorter recorded "
                   WS-Expected-Count
                   " - handoff out of balance, cycle stopped"
               MOVE SPACE TO BalanceRec
               MOVE 4 TO BB-Step
               MOVE "Crash-Summary" TO BB-Name
               COMPUTE BB-In = WS-Grand-Count + WS-Excluded-Count
               MOVE WS-Grand-Count TO BB-Out
               WRITE BalanceRec
               CLOSE BalanceFile
                                   ADD 6 TO WS-Rep-Month
                               END-IF
                           END-IF
                           PERFORM Less-Month-Exclusions
                           MOVE WS-Rep-Year TO WS-D-Year
                           MOVE WS-Rep-Month TO WS-D-Month
                           MOVE TR-Count TO WS-D-Count
           MOVE WS-Grand-Injuries TO WS-T-Injuries
           MOVE WS-Total-Line TO ReportLine
           WRITE ReportLine
           PERFORM Write-Excluded-Line
           CLOSE TotalsFile
           CLOSE ReportFile
           DISPLAY "Crash-Summary: " WS-Grand-Count " crashes "
       Report-From-Totals-Exit.
           EXIT.

      * The S pairs of AGENCY-MATCH.DAT whose two crashes were both
      * on the master at the last Agency-Match run (a nonzero
      * period): the later-loaded CrashID of each, with the period
      * and flags it was counted under. No file, no exclusions.
       Load-Match-Exclusions.
           OPEN INPUT MatchFile
           IF WS-Match-Status NOT = "00"
               GO TO Load-Match-Exclusions-Exit
           END-IF
           PERFORM UNTIL EndOfMatchFile
               READ MatchFile
                   AT END SET EndOfMatchFile TO TRUE
                   NOT AT END
                       IF MD-Decision = "S" AND MD-Drop IS NUMERIC
                               AND MD-Period IS NUMERIC
                               AND MD-Period NOT = "000000"
                               AND WS-Excl-Used < 3000
                           ADD 1 TO WS-Excl-Used
                           MOVE MD-Drop TO WS-EX-ID(WS-Excl-Used)
                           MOVE MD-Period TO WS-EX-Period(WS-Excl-Used)
                           MOVE ZERO TO WS-EX-Fatal(WS-Excl-Used)
                           MOVE ZERO TO WS-EX-Inj(WS-Excl-Used)
                           IF MD-Fatal = "1"
                               MOVE 1 TO WS-EX-Fatal(WS-Excl-Used)
                           END-IF
                           IF MD-Inj = "1"
                               MOVE 1 TO WS-EX-Inj(WS-Excl-Used)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MatchFile.
       Load-Match-Exclusions-Exit.
           EXIT.

       Check-Excluded.
           PERFORM VARYING WS-Excl-Sub FROM 1 BY 1
                   UNTIL WS-Excl-Sub > WS-Excl-Used
                   OR WS-EX-ID(WS-Excl-Sub) = CrashID
               CONTINUE
           END-PERFORM.

      * Takes the duplicates counted under this M line's calendar
      * month back out of it before it prints - never below zero,
      * should the totals have been rebuilt without one of them.
       Less-Month-Exclusions.
           MOVE ZERO TO WS-Month-Less-Count
           MOVE ZERO TO WS-Month-Less-Fatal
           MOVE ZERO TO WS-Month-Less-Inj
           PERFORM VARYING WS-Excl-Sub FROM 1 BY 1
                   UNTIL WS-Excl-Sub > WS-Excl-Used
               IF WS-EX-Period(WS-Excl-Sub) = TR-Key
                   ADD 1 TO WS-Month-Less-Count
                   ADD WS-EX-Fatal(WS-Excl-Sub) TO WS-Month-Less-Fatal
                   ADD WS-EX-Inj(WS-Excl-Sub) TO WS-Month-Less-Inj
               END-IF
           END-PERFORM
           IF WS-Month-Less-Count > ZERO AND
                   WS-Month-Less-Count NOT > TR-Count AND
                   WS-Month-Less-Fatal NOT > TR-Fatal AND
                   WS-Month-Less-Inj NOT > TR-Inj
               SUBTRACT WS-Month-Less-Count FROM TR-Count
               SUBTRACT WS-Month-Less-Fatal FROM TR-Fatal
               SUBTRACT WS-Month-Less-Inj FROM TR-Inj
               ADD WS-Month-Less-Count TO WS-Excluded-Count
           END-IF.

       Write-Excluded-Line.
           IF WS-Excluded-Count > ZERO
               MOVE WS-Excluded-Count TO WS-X-Count
               MOVE WS-Excluded-Line TO ReportLine
               WRITE ReportLine
           END-IF.

      * The period a crash reports under: its calendar TYear/TMonth,
      * or in fiscal mode the July-June year it belongs to (July
      * 2025 is FY2026 month 01, June 2026 is FY2026 month 12).
