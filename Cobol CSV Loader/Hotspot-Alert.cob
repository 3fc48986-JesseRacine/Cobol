      * Early warning of a location that has suddenly got worse -
      * Severity-Rank, Hotspot-Grid and Year-Compare all show where
      * crashes have piled up over the years, and none of them shows
      * a corner that has turned bad this quarter.
      * Reads sorted.dat and, by reporting period (TYear/TMonth),
      * sets each location's crashes and severity score over the
      * recent window against its own baseline over the months just
      * before it, as a rate per month. Locations are taken by
      * standardized LocCode (crashes not yet stamped by
      * Loc-Standardize are left out of the location test) and,
      * separately, by 0.01-degree grid cell from Lat/Long, falling
      * back to Lat2/Long2 with the same validation Hotspot-Grid
      * applies. The severity score per crash uses Severity-Rank's
      * weights. A location alerts when its recent window holds at
      * least MIN-CRASHES crashes and either its crash rate or its
      * severity rate has risen by RISE-PCT percent or more over
      * baseline (a location with no baseline crashes at all alerts
      * on MIN-CRASHES alone).
      * HOTSPOT-ALERT-PARMS.DAT, all optional:
      *   RECENT-MONTHS=3     months in the recent window (1-12)
      *   BASELINE-MONTHS=24  months of baseline before it (1-60)
      *   AS-OF=YYYY-MM       last month of the recent window
      *                       (default the current month)
      *   MIN-CRASHES=3       recent crashes needed to alert
      *   RISE-PCT=100        rise over baseline rate to alert
      *   GRID=Y              N leaves the grid-cell test out
      * HOTSPOT-ALERTS.RPT announces each NEW alert in full - the
      * baseline and recent rates and the recent crashes driving
      * the increase - then lists in a line each the alerts already
      * announced and still awaiting acknowledgement, and the alerts
      * that cleared this run.
      * HOTSPOT-ALERT-HISTORY.DAT keeps every alert, one line each:
      *   kind key state first-alerted last-over changed recent
      *   baseline clerk
      * kind L (LocCode) or G (grid cell, +lat+long x 100), state
      * N on announcement. The traffic unit, once it has taken an
      * alert up, changes the N to A and puts its operator ID in
      * the clerk column; an A alert is counted but not listed while
      * it stays over threshold. An N or A alert whose location
      * falls back under threshold becomes C (cleared) and is
      * listed once as cleared; a cleared location that goes over
      * again is announced afresh.
      * A history file with a line this program cannot read is left
      * exactly as it is and the run ends with return code 8.
      * Return code 4 when anything new is announced.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hotspot-Alert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SortedFile ASSIGN TO "sorted.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sorted-Status.

       SELECT ParmFile ASSIGN TO "HOTSPOT-ALERT-PARMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Parm-Status.

       SELECT HistoryFile ASSIGN TO "HOTSPOT-ALERT-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.

       SELECT ReportFile ASSIGN TO "HOTSPOT-ALERTS.RPT"
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

       FD HistoryFile.
       01 HistoryRec.
       88 EndOfHistoryFile VALUE HIGH-VALUES.
       02 AH-Kind PIC X(1).
       02 FILLER PIC X(1).
       02 AH-Key PIC X(12).
       02 FILLER PIC X(1).
       02 AH-State PIC X(1).
       02 FILLER PIC X(1).
       02 AH-First PIC X(8).
       02 FILLER PIC X(1).
       02 AH-Last PIC X(8).
       02 FILLER PIC X(1).
       02 AH-Changed PIC X(8).
       02 FILLER PIC X(1).
       02 AH-Recent PIC X(5).
       02 FILLER PIC X(1).
       02 AH-Base PIC X(5).
       02 FILLER PIC X(1).
       02 AH-Clerk PIC X(8).

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Sorted-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-History-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfSortedFile VALUE "Y".
       01 WS-Parm-Keyword PIC X(20).
       01 WS-Parm-Value PIC X(20).
       01 WS-Recent-Months PIC 9(2) VALUE 3.
       01 WS-Baseline-Months PIC 9(2) VALUE 24.
       01 WS-Min-Crashes PIC 9(3) VALUE 3.
       01 WS-Rise-Pct PIC 9(4) VALUE 100.
       01 WS-Grid-Switch PIC X(1) VALUE "Y".
           88 Grid-Wanted VALUE "Y".
       01 WS-Today PIC 9(8).
       01 WS-Today-Parts REDEFINES WS-Today.
           02 WS-Today-Year PIC 9(4).
           02 WS-Today-Month PIC 9(2).
           02 FILLER PIC 9(2).
       01 WS-As-Of-Text PIC X(7).

      * Reporting periods as a running month number, year * 12 +
      * month - 1, so the windows can cross a year end.
       01 WS-As-Of-Idx PIC 9(6) COMP.
       01 WS-Recent-Low PIC 9(6) COMP.
       01 WS-Base-Low PIC 9(6) COMP.
       01 WS-Crash-Idx PIC 9(6) COMP.
       01 WS-Window PIC X(1).
           88 In-Recent-Window VALUE "R".
           88 In-Baseline-Window VALUE "B".
           88 Outside-Windows VALUE SPACE "X".
           88 No-Reporting-Period VALUE "X".
       01 WS-Idx-Year PIC 9(4).
       01 WS-Idx-Month PIC 9(2).
       01 WS-Period-Edit.
           02 WS-PE-Year PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-PE-Month PIC 99.

       01 WS-Read-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-No-Period-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Recent-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Baseline-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-No-Code-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-No-Coord-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Spot-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-History-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-Crash-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-Bad-Line-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-New-Count PIC 9(5) COMP VALUE ZERO.
       01 WS-Open-Count PIC 9(5) COMP VALUE ZERO.
       01 WS-Acked-Count PIC 9(5) COMP VALUE ZERO.
       01 WS-Cleared-Count PIC 9(5) COMP VALUE ZERO.

       01 WS-Crash-Score PIC 9(5) COMP.
       01 WS-Pass-Count PIC 9(3).
       01 WS-Ped-Count PIC 9(1).

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
       01 WS-Lat-Num PIC S9(4)V9(6) COMP-3.
       01 WS-Long-Num PIC S9(4)V9(6) COMP-3.
       01 WS-Cell-Lat PIC S9(5) COMP.
       01 WS-Cell-Long PIC S9(5) COMP.
       01 WS-Cell-Work PIC S9(5)V9(4) COMP-3.
       01 WS-Cell-Key.
           02 WS-CK-Lat PIC +9(5).
           02 WS-CK-Long PIC +9(5).
       01 WS-Corner-Lat PIC S9(3)V99 COMP-3.
       01 WS-Corner-Long PIC S9(3)V99 COMP-3.
       01 WS-Cell-Desc.
           02 FILLER PIC X(13) VALUE "GRID CELL AT".
           02 WS-CD-Lat PIC +ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-CD-Long PIC +ZZ9.99.

      * Every location and grid cell with a crash in either window.
       01 WS-Spot-Table.
           02 WS-SP-Entry OCCURS 6000 TIMES.
               03 WS-SP-Kind PIC X(1).
               03 WS-SP-Key PIC X(12).
               03 WS-SP-Desc PIC X(54).
               03 WS-SP-Base-Count PIC 9(5) COMP.
               03 WS-SP-Base-Score PIC 9(7) COMP.
               03 WS-SP-Recent-Count PIC 9(5) COMP.
               03 WS-SP-Recent-Score PIC 9(7) COMP.
               03 WS-SP-Recent-Fatal PIC 9(5) COMP.
               03 WS-SP-Recent-Inj PIC 9(5) COMP.
               03 WS-SP-Alert PIC X(1).
               03 WS-SP-History-Sub PIC 9(4) COMP.
               03 WS-SP-Printed PIC X(1).
       01 WS-Spots-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Spot-Sub PIC 9(4) COMP.
       01 WS-Find-Kind PIC X(1).
       01 WS-Find-Key PIC X(12).
       01 WS-Over-Switch PIC X(1).
           88 Spot-Is-Over VALUE "Y".
       01 WS-Rise-Left PIC 9(11) COMP.
       01 WS-Rise-Right PIC 9(11) COMP.

      * The alert history, held whole and written back whole.
       01 WS-History-Table.
           02 WS-HT-Entry OCCURS 3000 TIMES.
               03 WS-HT-Kind PIC X(1).
               03 WS-HT-Key PIC X(12).
               03 WS-HT-State PIC X(1).
               03 WS-HT-First PIC 9(8).
               03 WS-HT-Last PIC 9(8).
               03 WS-HT-Changed PIC 9(8).
               03 WS-HT-Recent PIC 9(5).
               03 WS-HT-Base PIC 9(5).
               03 WS-HT-Clerk PIC X(8).
               03 WS-HT-Over PIC X(1).
               03 WS-HT-Cleared PIC X(1).
       01 WS-History-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-History-Sub PIC 9(4) COMP.

      * The recent crashes behind each new alert, from the second
      * pass over sorted.dat.
       01 WS-Driver-Table.
           02 WS-DV-Entry OCCURS 2000 TIMES.
               03 WS-DV-Spot PIC 9(4) COMP.
               03 WS-DV-ID PIC 9(5).
               03 WS-DV-Date PIC X(10).
               03 WS-DV-Time PIC X(5).
               03 WS-DV-LocCode PIC X(8).
               03 WS-DV-Fatal PIC 9(1).
               03 WS-DV-Inj PIC 9(1).
               03 WS-DV-Score PIC 9(5).
       01 WS-Drivers-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Driver-Sub PIC 9(4) COMP.
       01 WS-Best-Sub PIC 9(4) COMP.
       01 WS-Best-Score PIC 9(7) COMP.

       01 WS-Rate-Work PIC 9(5)V99.

       01 WS-Title-Line.
           02 FILLER PIC X(34) VALUE "EMERGING HOTSPOT ALERTS AS OF".
           02 WS-TL-Date PIC 9999/99/99.
       01 WS-Window-Line.
           02 FILLER PIC X(15) VALUE "RECENT WINDOW".
           02 WS-WL-Recent-From PIC X(7).
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-WL-Recent-To PIC X(7).
           02 FILLER PIC X(18) VALUE "   BASELINE".
           02 WS-WL-Base-From PIC X(7).
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-WL-Base-To PIC X(7).
       01 WS-Rule-Line.
           02 FILLER PIC X(22) VALUE "ALERT AT A RISE OF".
           02 WS-RL-Pct PIC ZZZ9.
           02 FILLER PIC X(18) VALUE "% WITH AT LEAST".
           02 WS-RL-Min PIC ZZ9.
           02 FILLER PIC X(16) VALUE " RECENT CRASHES".
       01 WS-Section-Line PIC X(60).
       01 WS-Alert-Line.
           02 WS-AL-Kind PIC X(10).
           02 WS-AL-Key PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-AL-Desc PIC X(54).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-AL-Note PIC X(10).
       01 WS-Rate-Line.
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-RT-Label PIC X(22).
           02 FILLER PIC X(10) VALUE "BASELINE".
           02 WS-RT-Base PIC ZZ,ZZ9.99.
           02 FILLER PIC X(10) VALUE "   RECENT".
           02 WS-RT-Recent PIC ZZ,ZZ9.99.
       01 WS-Count-Detail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(18) VALUE "BASELINE CRASHES".
           02 WS-CD-Base PIC ZZ,ZZ9.
           02 FILLER PIC X(19) VALUE "   RECENT CRASHES".
           02 WS-CD-Recent PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE "   FATAL".
           02 WS-CD-Fatal PIC ZZ9.
           02 FILLER PIC X(11) VALUE "   INJURY".
           02 WS-CD-Inj PIC ZZ9.
       01 WS-Crash-Heading.
           02 FILLER PIC X(8) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "CRASH".
           02 FILLER PIC X(12) VALUE "DATE".
           02 FILLER PIC X(7) VALUE "TIME".
           02 FILLER PIC X(10) VALUE "LOC CODE".
           02 FILLER PIC X(4) VALUE "F".
           02 FILLER PIC X(4) VALUE "I".
           02 FILLER PIC X(5) VALUE "SCORE".
       01 WS-Crash-Line.
           02 FILLER PIC X(8) VALUE SPACE.
           02 WS-CR-ID PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-CR-Date PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CR-Time PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CR-LocCode PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CR-Fatal PIC 9(1).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-CR-Inj PIC 9(1).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-CR-Score PIC ZZZZ9.
       01 WS-Short-Heading.
           02 FILLER PIC X(10) VALUE "KIND".
           02 FILLER PIC X(14) VALUE "KEY".
           02 FILLER PIC X(12) VALUE "FIRST".
           02 FILLER PIC X(12) VALUE "LAST OVER".
           02 FILLER PIC X(9) VALUE "BASELINE".
           02 FILLER PIC X(9) VALUE "  RECENT".
           02 FILLER PIC X(10) VALUE "  CLERK".
       01 WS-Short-Line.
           02 WS-SH-Kind PIC X(10).
           02 WS-SH-Key PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SH-First PIC 9999/99/99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SH-Last PIC 9999/99/99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SH-Base PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-SH-Recent PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-SH-Clerk PIC X(8).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(50).
           02 WS-CL-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-As-Of-Idx = WS-Today-Year * 12
               + WS-Today-Month - 1
           PERFORM Load-Parameters THRU Load-Parameters-Exit
           COMPUTE WS-Recent-Low = WS-As-Of-Idx - WS-Recent-Months + 1
           COMPUTE WS-Base-Low = WS-Recent-Low - WS-Baseline-Months
           PERFORM Load-History THRU Load-History-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "Hotspot-Alert: unable to open sorted.dat, "
                   "status " WS-Sorted-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EndOfSortedFile
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Tally-One-Crash
                           THRU Tally-One-Crash-Exit
               END-READ
           END-PERFORM
           CLOSE SortedFile
           PERFORM VARYING WS-Spot-Sub FROM 1 BY 1
                   UNTIL WS-Spot-Sub > WS-Spots-Used
               PERFORM Judge-Spot THRU Judge-Spot-Exit
           END-PERFORM
           PERFORM Clear-Gone-Alerts
           IF WS-New-Count > ZERO
               PERFORM Collect-Drivers THRU Collect-Drivers-Exit
           END-IF
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Hotspot-Alert: unable to open "
                   "HOTSPOT-ALERTS.RPT, status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-Report-Heading
           PERFORM Write-New-Alerts
           PERFORM Write-Open-Alerts
           PERFORM Write-Cleared-Alerts
           PERFORM Write-Summary
           CLOSE ReportFile
           PERFORM Rewrite-History THRU Rewrite-History-Exit
           DISPLAY "Hotspot-Alert: " WS-Read-Count " crashes read, "
               WS-Recent-Count " in the recent window, "
               WS-Baseline-Count " in the baseline"
           DISPLAY "Hotspot-Alert: " WS-New-Count " new alert(s), "
               WS-Open-Count " awaiting acknowledgement, "
               WS-Cleared-Count " cleared"
           IF RETURN-CODE = 0 AND WS-New-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Spot-Overflow > ZERO
               DISPLAY "Hotspot-Alert: *** WARNING *** location "
                   "table full - " WS-Spot-Overflow
                   " crash(es) at new locations not tested"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-History-Overflow > ZERO
               DISPLAY "Hotspot-Alert: *** WARNING *** alert "
                   "history table full - " WS-History-Overflow
                   " alert(s) not recorded"
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
               WHEN "RECENT-MONTHS"
                   IF FUNCTION NUMVAL(WS-Parm-Value) > ZERO AND
                           FUNCTION NUMVAL(WS-Parm-Value) < 13
                       MOVE FUNCTION NUMVAL(WS-Parm-Value)
                           TO WS-Recent-Months
                   ELSE
                       DISPLAY "Hotspot-Alert: *** WARNING *** "
                           "RECENT-MONTHS must be 1-12 - "
                           "default kept"
                   END-IF
               WHEN "BASELINE-MONTHS"
                   IF FUNCTION NUMVAL(WS-Parm-Value) > ZERO AND
                           FUNCTION NUMVAL(WS-Parm-Value) < 61
                       MOVE FUNCTION NUMVAL(WS-Parm-Value)
                           TO WS-Baseline-Months
                   ELSE
                       DISPLAY "Hotspot-Alert: *** WARNING *** "
                           "BASELINE-MONTHS must be 1-60 - "
                           "default kept"
                   END-IF
               WHEN "AS-OF"
                   MOVE WS-Parm-Value(1:7) TO WS-As-Of-Text
                   IF WS-As-Of-Text(1:4) IS NUMERIC AND
                           WS-As-Of-Text(5:1) = "-" AND
                           WS-As-Of-Text(6:2) IS NUMERIC AND
                           WS-As-Of-Text(6:2) > "00" AND
                           WS-As-Of-Text(6:2) < "13"
                       COMPUTE WS-As-Of-Idx =
                           FUNCTION NUMVAL(WS-As-Of-Text(1:4)) * 12
                           + FUNCTION NUMVAL(WS-As-Of-Text(6:2)) - 1
                   ELSE
                       DISPLAY "Hotspot-Alert: *** WARNING *** "
                           "AS-OF must be YYYY-MM - the current "
                           "month is used"
                   END-IF
               WHEN "MIN-CRASHES"
                   IF FUNCTION NUMVAL(WS-Parm-Value) > ZERO
                       MOVE FUNCTION NUMVAL(WS-Parm-Value)
                           TO WS-Min-Crashes
                   END-IF
               WHEN "RISE-PCT"
                   MOVE FUNCTION NUMVAL(WS-Parm-Value) TO WS-Rise-Pct
               WHEN "GRID"
                   MOVE WS-Parm-Value(1:1) TO WS-Grid-Switch
               WHEN OTHER
                   DISPLAY "Hotspot-Alert: *** WARNING *** unknown "
                       "parameter ignored - " WS-Parm-Keyword
           END-EVALUATE.

      * Loads HOTSPOT-ALERT-HISTORY.DAT. A line that cannot be read
      * stops the run before anything is rewritten - a clerk's
      * typing slip must not cost the alerts around it.
       Load-History.
           OPEN INPUT HistoryFile
           IF WS-History-Status NOT = "00"
               GO TO Load-History-Exit
           END-IF
           PERFORM UNTIL EndOfHistoryFile
               READ HistoryFile
                   AT END SET EndOfHistoryFile TO TRUE
                   NOT AT END
                       IF HistoryRec NOT = SPACE
                           PERFORM Hold-History-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           IF WS-Bad-Line-Count > ZERO
               DISPLAY "Hotspot-Alert: " WS-Bad-Line-Count " line(s) "
                   "of HOTSPOT-ALERT-HISTORY.DAT cannot be read - "
                   "correct them and rerun; the file is left as it is"
               MOVE 8 TO RETURN-CODE
           END-IF.
       Load-History-Exit.
           EXIT.

       Hold-History-Line.
           IF (AH-Kind NOT = "L" AND AH-Kind NOT = "G")
                   OR (AH-State NOT = "N" AND AH-State NOT = "A"
                       AND AH-State NOT = "C")
                   OR AH-First IS NOT NUMERIC
                   OR AH-Last IS NOT NUMERIC
                   OR AH-Changed IS NOT NUMERIC
               ADD 1 TO WS-Bad-Line-Count
               DISPLAY "Hotspot-Alert: unreadable alert - " HistoryRec
           ELSE
               IF WS-History-Used >= 3000
                   ADD 1 TO WS-Bad-Line-Count
                   DISPLAY "Hotspot-Alert: alert history holds more "
                       "than 3000 alerts"
               ELSE
                   ADD 1 TO WS-History-Used
                   MOVE WS-History-Used TO WS-History-Sub
                   MOVE AH-Kind TO WS-HT-Kind(WS-History-Sub)
                   MOVE AH-Key TO WS-HT-Key(WS-History-Sub)
                   MOVE AH-State TO WS-HT-State(WS-History-Sub)
                   MOVE AH-First TO WS-HT-First(WS-History-Sub)
                   MOVE AH-Last TO WS-HT-Last(WS-History-Sub)
                   MOVE AH-Changed TO WS-HT-Changed(WS-History-Sub)
                   MOVE ZERO TO WS-HT-Recent(WS-History-Sub)
                   IF AH-Recent IS NUMERIC
                       MOVE AH-Recent TO WS-HT-Recent(WS-History-Sub)
                   END-IF
                   MOVE ZERO TO WS-HT-Base(WS-History-Sub)
                   IF AH-Base IS NUMERIC
                       MOVE AH-Base TO WS-HT-Base(WS-History-Sub)
                   END-IF
                   MOVE AH-Clerk TO WS-HT-Clerk(WS-History-Sub)
                   MOVE "N" TO WS-HT-Over(WS-History-Sub)
                   MOVE "N" TO WS-HT-Cleared(WS-History-Sub)
               END-IF
           END-IF.

      * Places the crash in the recent window, the baseline or
      * neither, and adds it to its LocCode and its grid cell.
       Tally-One-Crash.
           MOVE SPACE TO WS-Window
           PERFORM Find-Crash-Window
           IF No-Reporting-Period
               ADD 1 TO WS-No-Period-Count
           END-IF
           IF Outside-Windows
               GO TO Tally-One-Crash-Exit
           END-IF
           IF In-Recent-Window
               ADD 1 TO WS-Recent-Count
           ELSE
               ADD 1 TO WS-Baseline-Count
           END-IF
           PERFORM Score-One-Crash
           IF LocCode = SPACE
               ADD 1 TO WS-No-Code-Count
           ELSE
               MOVE "L" TO WS-Find-Kind
               MOVE LocCode TO WS-Find-Key
               PERFORM Find-Spot THRU Find-Spot-Exit
               IF WS-Spot-Sub > ZERO
                   IF WS-SP-Desc(WS-Spot-Sub) = SPACE
                       MOVE Loc TO WS-SP-Desc(WS-Spot-Sub)
                   END-IF
                   PERFORM Add-Crash-To-Spot
               END-IF
           END-IF
           IF NOT Grid-Wanted
               GO TO Tally-One-Crash-Exit
           END-IF
           PERFORM Find-Crash-Cell THRU Find-Crash-Cell-Exit
           IF NOT Coord-Is-Valid
               ADD 1 TO WS-No-Coord-Count
               GO TO Tally-One-Crash-Exit
           END-IF
           MOVE "G" TO WS-Find-Kind
           MOVE WS-Cell-Key TO WS-Find-Key
           PERFORM Find-Spot THRU Find-Spot-Exit
           IF WS-Spot-Sub > ZERO
               IF WS-SP-Desc(WS-Spot-Sub) = SPACE
                   COMPUTE WS-Corner-Lat = WS-Cell-Lat / 100
                   COMPUTE WS-Corner-Long = WS-Cell-Long / 100
                   MOVE WS-Corner-Lat TO WS-CD-Lat
                   MOVE WS-Corner-Long TO WS-CD-Long
                   MOVE WS-Cell-Desc TO WS-SP-Desc(WS-Spot-Sub)
               END-IF
               PERFORM Add-Crash-To-Spot
           END-IF.
       Tally-One-Crash-Exit.
           EXIT.

       Find-Crash-Window.
           MOVE SPACE TO WS-Window
           IF TYear IS NOT NUMERIC OR TMonth IS NOT NUMERIC
               SET No-Reporting-Period TO TRUE
           ELSE
               IF TMonth < 1 OR TMonth > 12
                   SET No-Reporting-Period TO TRUE
               ELSE
                   COMPUTE WS-Crash-Idx = TYear * 12 + TMonth - 1
                   EVALUATE TRUE
                       WHEN WS-Crash-Idx > WS-As-Of-Idx
                           CONTINUE
                       WHEN WS-Crash-Idx >= WS-Recent-Low
                           SET In-Recent-Window TO TRUE
                       WHEN WS-Crash-Idx >= WS-Base-Low
                           SET In-Baseline-Window TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      * Severity-Rank's weights, so an alert's score reads on the
      * same scale as the ranking.
       Score-One-Crash.
           MOVE 1 TO WS-Crash-Score
           IF FatalityBool = 1
               ADD 50 TO WS-Crash-Score
           END-IF
           IF InjuryBool = 1
               ADD 10 TO WS-Crash-Score
           END-IF
           IF NumPass IS NUMERIC
               MOVE NumPass TO WS-Pass-Count
               ADD WS-Pass-Count TO WS-Crash-Score
           END-IF
           IF NumPed IS NUMERIC
               MOVE NumPed TO WS-Ped-Count
               COMPUTE WS-Crash-Score =
                   WS-Crash-Score + (5 * WS-Ped-Count)
           END-IF
           IF WorkArea NOT = SPACE
               ADD 5 TO WS-Crash-Score
           END-IF.

      * WS-Spot-Sub comes back zero when a new spot will not fit.
       Find-Spot.
           PERFORM VARYING WS-Spot-Sub FROM 1 BY 1
                   UNTIL WS-Spot-Sub > WS-Spots-Used
                   OR (WS-SP-Kind(WS-Spot-Sub) = WS-Find-Kind AND
                       WS-SP-Key(WS-Spot-Sub) = WS-Find-Key)
               CONTINUE
           END-PERFORM
           IF WS-Spot-Sub NOT > WS-Spots-Used
               GO TO Find-Spot-Exit
           END-IF
           IF WS-Spots-Used >= 6000
               ADD 1 TO WS-Spot-Overflow
               MOVE ZERO TO WS-Spot-Sub
               GO TO Find-Spot-Exit
           END-IF
           ADD 1 TO WS-Spots-Used
           MOVE WS-Spots-Used TO WS-Spot-Sub
           MOVE WS-Find-Kind TO WS-SP-Kind(WS-Spot-Sub)
           MOVE WS-Find-Key TO WS-SP-Key(WS-Spot-Sub)
           MOVE SPACE TO WS-SP-Desc(WS-Spot-Sub)
           MOVE ZERO TO WS-SP-Base-Count(WS-Spot-Sub)
           MOVE ZERO TO WS-SP-Base-Score(WS-Spot-Sub)
           MOVE ZERO TO WS-SP-Recent-Count(WS-Spot-Sub)
           MOVE ZERO TO WS-SP-Recent-Score(WS-Spot-Sub)
           MOVE ZERO TO WS-SP-Recent-Fatal(WS-Spot-Sub)
           MOVE ZERO TO WS-SP-Recent-Inj(WS-Spot-Sub)
           MOVE SPACE TO WS-SP-Alert(WS-Spot-Sub)
           MOVE ZERO TO WS-SP-History-Sub(WS-Spot-Sub)
           MOVE SPACE TO WS-SP-Printed(WS-Spot-Sub).
       Find-Spot-Exit.
           EXIT.

       Add-Crash-To-Spot.
           IF In-Recent-Window
               ADD 1 TO WS-SP-Recent-Count(WS-Spot-Sub)
               ADD WS-Crash-Score TO WS-SP-Recent-Score(WS-Spot-Sub)
               IF FatalityBool = 1
                   ADD 1 TO WS-SP-Recent-Fatal(WS-Spot-Sub)
               END-IF
               IF InjuryBool = 1
                   ADD 1 TO WS-SP-Recent-Inj(WS-Spot-Sub)
               END-IF
           ELSE
               ADD 1 TO WS-SP-Base-Count(WS-Spot-Sub)
               ADD WS-Crash-Score TO WS-SP-Base-Score(WS-Spot-Sub)
           END-IF.

      * Primary coordinates first, the secondary pair as fallback,
      * then the world bounds - exactly as Hotspot-Grid plots them -
      * and the cell as the FLOOR of coordinate * 100.
       Find-Crash-Cell.
           MOVE Lat TO WS-Coord-Text
           PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
           IF Coord-Is-Valid
               MOVE WS-Coord-Num TO WS-Lat-Num
               MOVE Long TO WS-Coord-Text
               PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
               IF Coord-Is-Valid
                   MOVE WS-Coord-Num TO WS-Long-Num
               END-IF
           END-IF
           IF NOT Coord-Is-Valid
               MOVE Lat2 TO WS-Coord-Text
               PERFORM Parse-Coordinate THRU Parse-Coordinate-Exit
               IF Coord-Is-Valid
                   MOVE WS-Coord-Num TO WS-Lat-Num
                   MOVE Long2 TO WS-Coord-Text
                   PERFORM Parse-Coordinate
                       THRU Parse-Coordinate-Exit
                   IF Coord-Is-Valid
                       MOVE WS-Coord-Num TO WS-Long-Num
                   END-IF
               END-IF
           END-IF
           IF NOT Coord-Is-Valid
               GO TO Find-Crash-Cell-Exit
           END-IF
           IF WS-Lat-Num < -90 OR WS-Lat-Num > 90
                   OR WS-Long-Num < -180 OR WS-Long-Num > 180
                   OR (WS-Lat-Num = ZERO AND WS-Long-Num = ZERO)
               MOVE "N" TO WS-Coord-Valid
               GO TO Find-Crash-Cell-Exit
           END-IF
           COMPUTE WS-Cell-Work = WS-Lat-Num * 100
           MOVE WS-Cell-Work TO WS-Cell-Lat
           IF WS-Cell-Work < ZERO AND WS-Cell-Work NOT = WS-Cell-Lat
               SUBTRACT 1 FROM WS-Cell-Lat
           END-IF
           COMPUTE WS-Cell-Work = WS-Long-Num * 100
           MOVE WS-Cell-Work TO WS-Cell-Long
           IF WS-Cell-Work < ZERO AND WS-Cell-Work NOT = WS-Cell-Long
               SUBTRACT 1 FROM WS-Cell-Long
           END-IF
           MOVE WS-Cell-Lat TO WS-CK-Lat
           MOVE WS-Cell-Long TO WS-CK-Long.
       Find-Crash-Cell-Exit.
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

      * Over threshold when the recent rate per month beats the
      * baseline rate by RISE-PCT - cross-multiplied, so
      *   recent * baseline-months * 100 >=
      *       baseline * recent-months * (100 + RISE-PCT)
      * for the crash count or the severity score. Then the spot
      * is matched against the history to decide what to say.
       Judge-Spot.
           MOVE "N" TO WS-Over-Switch
           IF WS-SP-Recent-Count(WS-Spot-Sub) < WS-Min-Crashes
               GO TO Judge-Spot-Exit
           END-IF
           COMPUTE WS-Rise-Left = WS-SP-Recent-Count(WS-Spot-Sub)
               * WS-Baseline-Months * 100
           COMPUTE WS-Rise-Right = WS-SP-Base-Count(WS-Spot-Sub)
               * WS-Recent-Months * (100 + WS-Rise-Pct)
           IF WS-Rise-Left >= WS-Rise-Right
               MOVE "Y" TO WS-Over-Switch
           END-IF
           COMPUTE WS-Rise-Left = WS-SP-Recent-Score(WS-Spot-Sub)
               * WS-Baseline-Months * 100
           COMPUTE WS-Rise-Right = WS-SP-Base-Score(WS-Spot-Sub)
               * WS-Recent-Months * (100 + WS-Rise-Pct)
           IF WS-Rise-Left >= WS-Rise-Right
               MOVE "Y" TO WS-Over-Switch
           END-IF
           IF NOT Spot-Is-Over
               GO TO Judge-Spot-Exit
           END-IF
           PERFORM VARYING WS-History-Sub FROM 1 BY 1
                   UNTIL WS-History-Sub > WS-History-Used
                   OR (WS-HT-Kind(WS-History-Sub) =
                           WS-SP-Kind(WS-Spot-Sub) AND
                       WS-HT-Key(WS-History-Sub) =
                           WS-SP-Key(WS-Spot-Sub))
               CONTINUE
           END-PERFORM
           IF WS-History-Sub > WS-History-Used
               IF WS-History-Used >= 3000
                   ADD 1 TO WS-History-Overflow
                   GO TO Judge-Spot-Exit
               END-IF
               ADD 1 TO WS-History-Used
               MOVE WS-History-Used TO WS-History-Sub
               MOVE WS-SP-Kind(WS-Spot-Sub)
                   TO WS-HT-Kind(WS-History-Sub)
               MOVE WS-SP-Key(WS-Spot-Sub) TO WS-HT-Key(WS-History-Sub)
               MOVE "C" TO WS-HT-State(WS-History-Sub)
               MOVE "N" TO WS-HT-Cleared(WS-History-Sub)
           END-IF
           MOVE WS-History-Sub TO WS-SP-History-Sub(WS-Spot-Sub)
           MOVE "Y" TO WS-HT-Over(WS-History-Sub)
           MOVE WS-Today TO WS-HT-Last(WS-History-Sub)
           MOVE WS-SP-Recent-Count(WS-Spot-Sub)
               TO WS-HT-Recent(WS-History-Sub)
           MOVE WS-SP-Base-Count(WS-Spot-Sub)
               TO WS-HT-Base(WS-History-Sub)
           EVALUATE WS-HT-State(WS-History-Sub)
      * New, or back over after clearing - announced in full.
               WHEN "C"
                   MOVE "N" TO WS-HT-State(WS-History-Sub)
                   MOVE WS-Today TO WS-HT-First(WS-History-Sub)
                   MOVE WS-Today TO WS-HT-Changed(WS-History-Sub)
                   MOVE SPACE TO WS-HT-Clerk(WS-History-Sub)
                   MOVE "N" TO WS-SP-Alert(WS-Spot-Sub)
                   ADD 1 TO WS-New-Count
               WHEN "N"
                   MOVE "O" TO WS-SP-Alert(WS-Spot-Sub)
                   ADD 1 TO WS-Open-Count
               WHEN "A"
                   MOVE "A" TO WS-SP-Alert(WS-Spot-Sub)
                   ADD 1 TO WS-Acked-Count
           END-EVALUATE.
       Judge-Spot-Exit.
           EXIT.

      * An open or acknowledged alert whose location is no longer
      * over threshold has cleared.
       Clear-Gone-Alerts.
           PERFORM VARYING WS-History-Sub FROM 1 BY 1
                   UNTIL WS-History-Sub > WS-History-Used
               IF WS-HT-Over(WS-History-Sub) NOT = "Y" AND
                       WS-HT-State(WS-History-Sub) NOT = "C"
                   MOVE "C" TO WS-HT-State(WS-History-Sub)
                   MOVE WS-Today TO WS-HT-Changed(WS-History-Sub)
                   MOVE "Y" TO WS-HT-Cleared(WS-History-Sub)
                   ADD 1 TO WS-Cleared-Count
               END-IF
           END-PERFORM.

      * Second pass: the recent-window crashes at each location
      * announced this run.
       Collect-Drivers.
           MOVE "N" TO WS-EOF-Switch
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               GO TO Collect-Drivers-Exit
           END-IF
           PERFORM UNTIL EndOfSortedFile
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
                   NOT AT END
                       PERFORM Collect-One-Crash
                           THRU Collect-One-Crash-Exit
               END-READ
           END-PERFORM
           CLOSE SortedFile.
       Collect-Drivers-Exit.
           EXIT.

       Collect-One-Crash.
           MOVE SPACE TO WS-Window
           PERFORM Find-Crash-Window
           IF NOT In-Recent-Window
               GO TO Collect-One-Crash-Exit
           END-IF
           PERFORM Score-One-Crash
           IF LocCode NOT = SPACE
               MOVE "L" TO WS-Find-Kind
               MOVE LocCode TO WS-Find-Key
               PERFORM Keep-If-Announced
           END-IF
           IF Grid-Wanted
               PERFORM Find-Crash-Cell THRU Find-Crash-Cell-Exit
               IF Coord-Is-Valid
                   MOVE "G" TO WS-Find-Kind
                   MOVE WS-Cell-Key TO WS-Find-Key
                   PERFORM Keep-If-Announced
               END-IF
           END-IF.
       Collect-One-Crash-Exit.
           EXIT.

       Keep-If-Announced.
           PERFORM VARYING WS-Spot-Sub FROM 1 BY 1
                   UNTIL WS-Spot-Sub > WS-Spots-Used
                   OR (WS-SP-Kind(WS-Spot-Sub) = WS-Find-Kind AND
                       WS-SP-Key(WS-Spot-Sub) = WS-Find-Key)
               CONTINUE
           END-PERFORM
           IF WS-Spot-Sub NOT > WS-Spots-Used
               IF WS-SP-Alert(WS-Spot-Sub) = "N"
                   IF WS-Drivers-Used >= 2000
                       ADD 1 TO WS-Crash-Overflow
                   ELSE
                       ADD 1 TO WS-Drivers-Used
                       MOVE WS-Drivers-Used TO WS-Driver-Sub
                       MOVE WS-Spot-Sub TO WS-DV-Spot(WS-Driver-Sub)
                       MOVE CrashID TO WS-DV-ID(WS-Driver-Sub)
                       MOVE CDate TO WS-DV-Date(WS-Driver-Sub)
                       MOVE SPACE TO WS-DV-Time(WS-Driver-Sub)
                       STRING THour ":" TMin DELIMITED BY SIZE
                           INTO WS-DV-Time(WS-Driver-Sub)
                       MOVE LocCode TO WS-DV-LocCode(WS-Driver-Sub)
                       MOVE ZERO TO WS-DV-Fatal(WS-Driver-Sub)
                       MOVE ZERO TO WS-DV-Inj(WS-Driver-Sub)
                       IF FatalityBool = 1
                           MOVE 1 TO WS-DV-Fatal(WS-Driver-Sub)
                       END-IF
                       IF InjuryBool = 1
                           MOVE 1 TO WS-DV-Inj(WS-Driver-Sub)
                       END-IF
                       MOVE WS-Crash-Score TO WS-DV-Score(WS-Driver-Sub)
                   END-IF
               END-IF
           END-IF.

       Write-Report-Heading.
           MOVE WS-Today TO WS-TL-Date
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Recent-Low TO WS-Crash-Idx
           PERFORM Format-Period
           MOVE WS-Period-Edit TO WS-WL-Recent-From
           MOVE WS-As-Of-Idx TO WS-Crash-Idx
           PERFORM Format-Period
           MOVE WS-Period-Edit TO WS-WL-Recent-To
           MOVE WS-Base-Low TO WS-Crash-Idx
           PERFORM Format-Period
           MOVE WS-Period-Edit TO WS-WL-Base-From
           COMPUTE WS-Crash-Idx = WS-Recent-Low - 1
           PERFORM Format-Period
           MOVE WS-Period-Edit TO WS-WL-Base-To
           MOVE WS-Window-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Rise-Pct TO WS-RL-Pct
           MOVE WS-Min-Crashes TO WS-RL-Min
           MOVE WS-Rule-Line TO ReportLine
           WRITE ReportLine.

       Format-Period.
           DIVIDE WS-Crash-Idx BY 12 GIVING WS-Idx-Year
               REMAINDER WS-Idx-Month
           MOVE WS-Idx-Year TO WS-PE-Year
           COMPUTE WS-PE-Month = WS-Idx-Month + 1.

      * New alerts in full, highest recent severity first.
       Write-New-Alerts.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "NEW ALERTS" TO WS-Section-Line
           MOVE WS-Section-Line TO ReportLine
           WRITE ReportLine
           IF WS-New-Count = ZERO
               MOVE "  (none)" TO ReportLine
               WRITE ReportLine
           END-IF
           PERFORM WS-New-Count TIMES
               MOVE ZERO TO WS-Best-Sub
               MOVE ZERO TO WS-Best-Score
               PERFORM VARYING WS-Spot-Sub FROM 1 BY 1
                       UNTIL WS-Spot-Sub > WS-Spots-Used
                   IF WS-SP-Alert(WS-Spot-Sub) = "N" AND
                           WS-SP-Printed(WS-Spot-Sub) = SPACE AND
                           (WS-Best-Sub = ZERO OR
                            WS-SP-Recent-Score(WS-Spot-Sub) >
                                WS-Best-Score)
                       MOVE WS-Spot-Sub TO WS-Best-Sub
                       MOVE WS-SP-Recent-Score(WS-Spot-Sub)
                           TO WS-Best-Score
                   END-IF
               END-PERFORM
               IF WS-Best-Sub > ZERO
                   MOVE "P" TO WS-SP-Printed(WS-Best-Sub)
                   MOVE WS-Best-Sub TO WS-Spot-Sub
                   PERFORM Write-One-New-Alert
               END-IF
           END-PERFORM
           IF WS-Crash-Overflow > ZERO
               MOVE SPACE TO ReportLine
               WRITE ReportLine
               MOVE WS-Crash-Overflow TO WS-CL-Count
               MOVE "Recent crashes not listed (listing table full)"
                   TO WS-CL-Label
               MOVE WS-Count-Line TO ReportLine
               WRITE ReportLine
           END-IF.

       Write-One-New-Alert.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           PERFORM Fill-Kind-Name
           MOVE WS-SP-Key(WS-Spot-Sub) TO WS-AL-Key
           MOVE WS-SP-Desc(WS-Spot-Sub) TO WS-AL-Desc
           MOVE "*** NEW" TO WS-AL-Note
           MOVE WS-Alert-Line TO ReportLine
           WRITE ReportLine
           MOVE "CRASHES PER MONTH" TO WS-RT-Label
           COMPUTE WS-Rate-Work ROUNDED =
               WS-SP-Base-Count(WS-Spot-Sub) / WS-Baseline-Months
           MOVE WS-Rate-Work TO WS-RT-Base
           COMPUTE WS-Rate-Work ROUNDED =
               WS-SP-Recent-Count(WS-Spot-Sub) / WS-Recent-Months
           MOVE WS-Rate-Work TO WS-RT-Recent
           MOVE WS-Rate-Line TO ReportLine
           WRITE ReportLine
           MOVE "SEVERITY PER MONTH" TO WS-RT-Label
           COMPUTE WS-Rate-Work ROUNDED =
               WS-SP-Base-Score(WS-Spot-Sub) / WS-Baseline-Months
           MOVE WS-Rate-Work TO WS-RT-Base
           COMPUTE WS-Rate-Work ROUNDED =
               WS-SP-Recent-Score(WS-Spot-Sub) / WS-Recent-Months
           MOVE WS-Rate-Work TO WS-RT-Recent
           MOVE WS-Rate-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-SP-Base-Count(WS-Spot-Sub) TO WS-CD-Base
           MOVE WS-SP-Recent-Count(WS-Spot-Sub) TO WS-CD-Recent
           MOVE WS-SP-Recent-Fatal(WS-Spot-Sub) TO WS-CD-Fatal
           MOVE WS-SP-Recent-Inj(WS-Spot-Sub) TO WS-CD-Inj
           MOVE WS-Count-Detail TO ReportLine
           WRITE ReportLine
           MOVE WS-Crash-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Driver-Sub FROM 1 BY 1
                   UNTIL WS-Driver-Sub > WS-Drivers-Used
               IF WS-DV-Spot(WS-Driver-Sub) = WS-Spot-Sub
                   MOVE WS-DV-ID(WS-Driver-Sub) TO WS-CR-ID
                   MOVE WS-DV-Date(WS-Driver-Sub) TO WS-CR-Date
                   MOVE WS-DV-Time(WS-Driver-Sub) TO WS-CR-Time
                   MOVE WS-DV-LocCode(WS-Driver-Sub) TO WS-CR-LocCode
                   MOVE WS-DV-Fatal(WS-Driver-Sub) TO WS-CR-Fatal
                   MOVE WS-DV-Inj(WS-Driver-Sub) TO WS-CR-Inj
                   MOVE WS-DV-Score(WS-Driver-Sub) TO WS-CR-Score
                   MOVE WS-Crash-Line TO ReportLine
                   WRITE ReportLine
               END-IF
           END-PERFORM.

       Fill-Kind-Name.
           IF WS-SP-Kind(WS-Spot-Sub) = "L"
               MOVE "LOCATION" TO WS-AL-Kind
           ELSE
               MOVE "GRID CELL" TO WS-AL-Kind
           END-IF.

      * Announced before and not yet acknowledged - a line each,
      * so the list does not grow stale but is not lost either.
       Write-Open-Alerts.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "OPEN ALERTS AWAITING ACKNOWLEDGEMENT"
               TO WS-Section-Line
           MOVE WS-Section-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Short-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Spot-Sub FROM 1 BY 1
                   UNTIL WS-Spot-Sub > WS-Spots-Used
               IF WS-SP-Alert(WS-Spot-Sub) = "O"
                   MOVE WS-SP-History-Sub(WS-Spot-Sub)
                       TO WS-History-Sub
                   PERFORM Write-Short-Line
               END-IF
           END-PERFORM.

       Write-Cleared-Alerts.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "ALERTS CLEARED THIS RUN (BACK UNDER THRESHOLD)"
               TO WS-Section-Line
           MOVE WS-Section-Line TO ReportLine
           WRITE ReportLine
           MOVE WS-Short-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-History-Sub FROM 1 BY 1
                   UNTIL WS-History-Sub > WS-History-Used
               IF WS-HT-Cleared(WS-History-Sub) = "Y"
                   PERFORM Write-Short-Line
               END-IF
           END-PERFORM.

       Write-Short-Line.
           IF WS-HT-Kind(WS-History-Sub) = "L"
               MOVE "LOCATION" TO WS-SH-Kind
           ELSE
               MOVE "GRID CELL" TO WS-SH-Kind
           END-IF
           MOVE WS-HT-Key(WS-History-Sub) TO WS-SH-Key
           MOVE WS-HT-First(WS-History-Sub) TO WS-SH-First
           MOVE WS-HT-Last(WS-History-Sub) TO WS-SH-Last
           MOVE WS-HT-Base(WS-History-Sub) TO WS-SH-Base
           MOVE WS-HT-Recent(WS-History-Sub) TO WS-SH-Recent
           MOVE WS-HT-Clerk(WS-History-Sub) TO WS-SH-Clerk
           MOVE WS-Short-Line TO ReportLine
           WRITE ReportLine.

       Write-Summary.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "Crashes read" TO WS-CL-Label
           MOVE WS-Read-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  in the recent window" TO WS-CL-Label
           MOVE WS-Recent-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  in the baseline" TO WS-CL-Label
           MOVE WS-Baseline-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  with no reporting period (not tested)"
               TO WS-CL-Label
           MOVE WS-No-Period-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  in a window with no LocCode (grid test only)"
               TO WS-CL-Label
           MOVE WS-No-Code-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           IF Grid-Wanted
               MOVE "  in a window with no usable coordinates"
                   TO WS-CL-Label
               MOVE WS-No-Coord-Count TO WS-CL-Count
               MOVE WS-Count-Line TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE "Alerts announced this run" TO WS-CL-Label
           MOVE WS-New-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Alerts still awaiting acknowledgement" TO WS-CL-Label
           MOVE WS-Open-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Alerts acknowledged, still over threshold"
               TO WS-CL-Label
           MOVE WS-Acked-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Alerts cleared this run" TO WS-CL-Label
           MOVE WS-Cleared-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine.

       Rewrite-History.
           OPEN OUTPUT HistoryFile
           IF WS-History-Status NOT = "00"
               DISPLAY "Hotspot-Alert: unable to rewrite "
                   "HOTSPOT-ALERT-HISTORY.DAT, status "
                   WS-History-Status
               MOVE 16 TO RETURN-CODE
               GO TO Rewrite-History-Exit
           END-IF
           PERFORM VARYING WS-History-Sub FROM 1 BY 1
                   UNTIL WS-History-Sub > WS-History-Used
               MOVE SPACE TO HistoryRec
               MOVE WS-HT-Kind(WS-History-Sub) TO AH-Kind
               MOVE WS-HT-Key(WS-History-Sub) TO AH-Key
               MOVE WS-HT-State(WS-History-Sub) TO AH-State
               MOVE WS-HT-First(WS-History-Sub) TO AH-First
               MOVE WS-HT-Last(WS-History-Sub) TO AH-Last
               MOVE WS-HT-Changed(WS-History-Sub) TO AH-Changed
               MOVE WS-HT-Recent(WS-History-Sub) TO AH-Recent
               MOVE WS-HT-Base(WS-History-Sub) TO AH-Base
               MOVE WS-HT-Clerk(WS-History-Sub) TO AH-Clerk
               WRITE HistoryRec
           END-PERFORM
           CLOSE HistoryFile.
       Rewrite-History-Exit.
           EXIT.
