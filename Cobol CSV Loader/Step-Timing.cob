      * Batch-window timing from STEP-HISTORY.DAT, the history both
      * drivers append to - one line per step run with its start,
      * end and elapsed seconds, and one CYCLE line (step 00) each
      * time a driver run ends, timed from the cycle's first start
      * so a failed run and its resume count as the one cycle.
      * For each driver the latest cycle's steps are set against
      * the same steps' last 30 clean runs (OK or EXCEPT, cycles
      * before the latest) - elapsed now, the 30-run average, and
      * the worst run on file with the cycle it happened in. A step
      * is flagged SLOW when it ran more than SLOW-PCT percent over
      * its average and by at least SLOW-FLOOR-SECS seconds, so a
      * ten-second step taking twelve does not page anyone; fewer
      * than MIN-RUNS clean runs on file is too little to judge.
      * The last 30 cycles are then listed with their elapsed time,
      * and any that finished past the driver's deadline is marked
      * LATE. A cycle is held to the deadline on the day it started
      * when it started before the deadline time, otherwise to the
      * next day's - the morning cycle starting at 11pm is due by
      * 7am tomorrow.
      * TIMING-PARMS.DAT, all optional:
      *   SLOW-PCT=nnn            (default 25)
      *   SLOW-FLOOR-SECS=nnnn    (default 30)
      *   MIN-RUNS=nn             (default 3)
      *   BATCH-DEADLINE=HHMM     (default 0700)
      *   MONTH-END-DEADLINE=HHMM (default none - not checked)
      * Report to STEP-TIMING.RPT. Return code 4 when a step in a
      * latest cycle is SLOW or a latest cycle finished LATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Step-Timing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HistoryFile ASSIGN TO "STEP-HISTORY.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hist-Status.
       SELECT ParmFile ASSIGN TO "TIMING-PARMS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Parm-Status.
       SELECT ReportFile ASSIGN TO "STEP-TIMING.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
      * Written by Batch-Driver and Month-End-Driver.
       FD HistoryFile.
       01 HistoryRec.
       88 EndOfHistoryFile VALUE HIGH-VALUES.
       02 SH-Driver PIC X(5).
       02 FILLER PIC X(1).
       02 SH-Cycle PIC X(14).
       02 FILLER PIC X(1).
       02 SH-Step PIC X(2).
       02 FILLER PIC X(1).
       02 SH-Name PIC X(20).
       02 FILLER PIC X(1).
       02 SH-Start PIC X(14).
       02 FILLER PIC X(1).
       02 SH-End PIC X(14).
       02 FILLER PIC X(1).
       02 SH-Secs PIC X(7).
       02 FILLER PIC X(1).
       02 SH-Disp PIC X(8).
       02 FILLER PIC X(9).

       FD ParmFile.
       01 ParmRec PIC X(80).
       88 EndOfParmFile VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Hist-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Parm-Keyword PIC X(20).
       01 WS-Parm-Value PIC X(20).
       01 WS-Slow-Pct PIC 9(3) VALUE 25.
       01 WS-Slow-Floor PIC 9(4) VALUE 30.
       01 WS-Min-Runs PIC 9(2) VALUE 3.
       01 WS-Today PIC 9(8).
       01 WS-History-Lines PIC 9(7) COMP VALUE ZERO.
       01 WS-Slow-Count PIC 9(3) COMP VALUE ZERO.
       01 WS-Late-Count PIC 9(3) COMP VALUE ZERO.
       01 WS-Latest-Late-Count PIC 9(3) COMP VALUE ZERO.

       01 WS-Line-Cycle PIC 9(14).
       01 WS-Line-Start PIC 9(14).
       01 WS-Line-End PIC 9(14).
       01 WS-Line-Secs PIC 9(7).
       01 WS-Line-Step PIC 99.

       01 WS-Drv PIC 9 COMP.
       01 WS-Step-Sub PIC 99 COMP.
       01 WS-Ring-Sub PIC 99 COMP.
       01 WS-Print-Sub PIC 99 COMP.
       01 WS-Print-Count PIC 99 COMP.
       01 WS-Ring-Total PIC 9(9).
       01 WS-Average-Secs PIC 9(7).
       01 WS-Slow-Limit PIC 9(9).

      * Per driver (1 BATCH, 2 MONTH): its latest cycle, a ring of
      * its last 30 cycles, and per step the latest cycle's run and
      * a ring of the last 30 clean runs before it.
       01 WS-Timing-Table.
           02 WS-DR-Entry OCCURS 2 TIMES.
               03 WS-DR-Code PIC X(5).
               03 WS-DR-Title PIC X(16).
               03 WS-DR-Deadline PIC X(4).
               03 WS-DR-Latest-Cycle PIC 9(14).
               03 WS-DR-Cycles-Used PIC 99 COMP.
               03 WS-DR-Cycle-Last PIC 99 COMP.
               03 WS-DR-Cycle OCCURS 30 TIMES.
                   04 WS-DC-Start PIC 9(14).
                   04 WS-DC-End PIC 9(14).
                   04 WS-DC-Secs PIC 9(7).
                   04 WS-DC-Disp PIC X(8).
               03 WS-DR-Step OCCURS 9 TIMES.
                   04 WS-DS-Name PIC X(20).
                   04 WS-DS-Latest-Found PIC X(1).
                   04 WS-DS-Latest-Secs PIC 9(7).
                   04 WS-DS-Latest-Disp PIC X(8).
                   04 WS-DS-Ring-Used PIC 99 COMP.
                   04 WS-DS-Ring-Last PIC 99 COMP.
                   04 WS-DS-Ring-Secs PIC 9(7) OCCURS 30 TIMES.
                   04 WS-DS-Worst-Secs PIC 9(7).
                   04 WS-DS-Worst-Cycle PIC 9(14).

       01 WS-Deadline-Num PIC 9(4).
       01 WS-Deadline-Date PIC 9(8).
       01 WS-Deadline-Stamp PIC 9(14).
       01 WS-Work-Stamp PIC 9(14).
       01 WS-Work-Parts REDEFINES WS-Work-Stamp.
           02 WS-WP-Date PIC 9(8).
           02 WS-WP-HHMM PIC 9(4).
           02 WS-WP-SS PIC 99.
       01 WS-Late-Flag PIC X(1).
           88 Cycle-Is-Late VALUE "Y".

       01 WS-Fmt-Stamp PIC 9(14).
       01 WS-Fmt-Parts REDEFINES WS-Fmt-Stamp.
           02 WS-FP-YYYY PIC 9(4).
           02 WS-FP-MM PIC 99.
           02 WS-FP-DD PIC 99.
           02 WS-FP-HH PIC 99.
           02 WS-FP-MI PIC 99.
           02 WS-FP-SS PIC 99.
       01 WS-Stamp-Edit.
           02 WS-SE-YYYY PIC 9(4).
           02 FILLER PIC X(1) VALUE "/".
           02 WS-SE-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 WS-SE-DD PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SE-HH PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 WS-SE-MI PIC 99.
       01 WS-Fmt-Secs PIC 9(7).
       01 WS-Fmt-Rem PIC 9(7).
       01 WS-Fmt-Hours PIC 9(4).
       01 WS-Fmt-Mins PIC 99.
       01 WS-Secs-Edit.
           02 WS-DE-HH PIC ZZZ9.
           02 FILLER PIC X(1) VALUE ":".
           02 WS-DE-MI PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 WS-DE-SS PIC 99.

       01 WS-Title-Line.
           02 FILLER PIC X(30) VALUE "STEP TIMING REPORT AS OF".
           02 WS-T-Date PIC 9999/99/99.
           02 FILLER PIC X(12) VALUE "   SLOW AT +".
           02 WS-T-Pct PIC ZZ9.
           02 FILLER PIC X(6) VALUE "% AND ".
           02 WS-T-Floor PIC ZZZ9.
           02 FILLER PIC X(5) VALUE " SECS".
       01 WS-Driver-Line.
           02 WS-DL-Title PIC X(18).
           02 FILLER PIC X(23) VALUE "LATEST CYCLE STARTED".
           02 WS-DL-Started PIC X(16).
       01 WS-Step-Heading.
           02 FILLER PIC X(4) VALUE "STEP".
           02 FILLER PIC X(22) VALUE "  NAME".
           02 FILLER PIC X(10) VALUE "    LATEST".
           02 FILLER PIC X(10) VALUE "   AVERAGE".
           02 FILLER PIC X(6) VALUE "  RUNS".
           02 FILLER PIC X(10) VALUE "     WORST".
           02 FILLER PIC X(19) VALUE "  WORST CYCLE".
           02 FILLER PIC X(10) VALUE "FLAG".
       01 WS-Step-Line.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SL-Step PIC 99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SL-Name PIC X(20).
           02 WS-SL-Latest PIC X(10).
           02 WS-SL-Average PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SL-Runs PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SL-Worst PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-SL-Worst-Cycle PIC X(16).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SL-Flag PIC X(12).
       01 WS-Cycle-Heading-1.
           02 FILLER PIC X(32) VALUE "  CYCLES ON FILE (LAST 30)".
           02 FILLER PIC X(10) VALUE "DEADLINE ".
           02 WS-CH-Deadline PIC X(10).
       01 WS-Cycle-Heading-2.
           02 FILLER PIC X(20) VALUE "  STARTED".
           02 FILLER PIC X(18) VALUE "ENDED".
           02 FILLER PIC X(12) VALUE "   ELAPSED".
           02 FILLER PIC X(12) VALUE "  RESULT".
           02 FILLER PIC X(8) VALUE "FLAG".
       01 WS-Cycle-Line.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CY-Start PIC X(16).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CY-End PIC X(16).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CY-Elapsed PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CY-Disp PIC X(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-CY-Flag PIC X(8).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           02 WS-CL-Count PIC ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           PERFORM Clear-Timing-Table
           PERFORM Read-Parms THRU Read-Parms-Exit
      * First pass finds each driver's latest cycle; the second
      * sorts every line into that cycle or the history behind it.
           OPEN INPUT HistoryFile
           IF WS-Hist-Status NOT = "00"
               DISPLAY "Step-Timing: no STEP-HISTORY.DAT, status "
                   WS-Hist-Status " - the drivers have not yet run "
                   "with timing"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EndOfHistoryFile
               READ HistoryFile
                   AT END SET EndOfHistoryFile TO TRUE
                   NOT AT END
                       PERFORM Find-Latest-Cycle
                           THRU Find-Latest-Cycle-Exit
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           OPEN INPUT HistoryFile
           IF WS-Hist-Status NOT = "00"
               DISPLAY "Step-Timing: unable to reopen "
                   "STEP-HISTORY.DAT, status " WS-Hist-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACE TO HistoryRec
           PERFORM UNTIL EndOfHistoryFile
               READ HistoryFile
                   AT END SET EndOfHistoryFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-History-Lines
                       PERFORM Apply-History-Line
                           THRU Apply-History-Line-Exit
               END-READ
           END-PERFORM
           CLOSE HistoryFile
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Step-Timing: unable to open STEP-TIMING.RPT, "
                   "status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Today TO WS-T-Date
           MOVE WS-Slow-Pct TO WS-T-Pct
           MOVE WS-Slow-Floor TO WS-T-Floor
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Drv FROM 1 BY 1 UNTIL WS-Drv > 2
               IF WS-DR-Latest-Cycle(WS-Drv) NOT = ZERO
                   PERFORM Write-Driver-Section
               END-IF
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "Steps SLOW in a latest cycle" TO WS-CL-Label
           MOVE WS-Slow-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Cycles LATE (last 30 per driver)" TO WS-CL-Label
           MOVE WS-Late-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           DISPLAY "Step-Timing: " WS-History-Lines
               " history line(s) read"
           IF WS-Slow-Count > ZERO OR WS-Latest-Late-Count > ZERO
               DISPLAY "Step-Timing: *** WARNING *** " WS-Slow-Count
                   " slow step(s), " WS-Latest-Late-Count
                   " latest cycle(s) late - see STEP-TIMING.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       Clear-Timing-Table.
           PERFORM VARYING WS-Drv FROM 1 BY 1 UNTIL WS-Drv > 2
               MOVE ZERO TO WS-DR-Latest-Cycle(WS-Drv)
               MOVE ZERO TO WS-DR-Cycles-Used(WS-Drv)
               MOVE ZERO TO WS-DR-Cycle-Last(WS-Drv)
               PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                       UNTIL WS-Step-Sub > 9
                   MOVE SPACE TO WS-DS-Name(WS-Drv, WS-Step-Sub)
                   MOVE "N" TO WS-DS-Latest-Found(WS-Drv, WS-Step-Sub)
                   MOVE ZERO TO WS-DS-Latest-Secs(WS-Drv, WS-Step-Sub)
                   MOVE SPACE TO WS-DS-Latest-Disp(WS-Drv, WS-Step-Sub)
                   MOVE ZERO TO WS-DS-Ring-Used(WS-Drv, WS-Step-Sub)
                   MOVE ZERO TO WS-DS-Ring-Last(WS-Drv, WS-Step-Sub)
                   MOVE ZERO TO WS-DS-Worst-Secs(WS-Drv, WS-Step-Sub)
                   MOVE ZERO TO WS-DS-Worst-Cycle(WS-Drv, WS-Step-Sub)
               END-PERFORM
           END-PERFORM
           MOVE "BATCH" TO WS-DR-Code(1)
           MOVE "BATCH-DRIVER" TO WS-DR-Title(1)
           MOVE "0700" TO WS-DR-Deadline(1)
           MOVE "MONTH" TO WS-DR-Code(2)
           MOVE "MONTH-END-DRIVER" TO WS-DR-Title(2)
           MOVE SPACE TO WS-DR-Deadline(2).

      * Keywords as listed above; * comments and blank lines
      * skipped. A deadline that is not a valid HHMM is ignored
      * with a warning and the default stands.
       Read-Parms.
           OPEN INPUT ParmFile
           IF WS-Parm-Status NOT = "00"
               GO TO Read-Parms-Exit
           END-IF
           PERFORM UNTIL EndOfParmFile
               READ ParmFile
                   AT END SET EndOfParmFile TO TRUE
                   NOT AT END
                       IF ParmRec NOT = SPACE AND
                               ParmRec(1:1) NOT = "*"
                           MOVE SPACE TO WS-Parm-Keyword
                           MOVE SPACE TO WS-Parm-Value
                           UNSTRING ParmRec DELIMITED BY "="
                               INTO WS-Parm-Keyword WS-Parm-Value
                           PERFORM Apply-Parm
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParmFile.
       Read-Parms-Exit.
           EXIT.

       Apply-Parm.
           EVALUATE WS-Parm-Keyword
               WHEN "SLOW-PCT"
                   MOVE FUNCTION NUMVAL(WS-Parm-Value) TO WS-Slow-Pct
               WHEN "SLOW-FLOOR-SECS"
                   MOVE FUNCTION NUMVAL(WS-Parm-Value)
                       TO WS-Slow-Floor
               WHEN "MIN-RUNS"
                   MOVE FUNCTION NUMVAL(WS-Parm-Value) TO WS-Min-Runs
               WHEN "BATCH-DEADLINE"
                   MOVE 1 TO WS-Drv
                   PERFORM Set-Deadline
               WHEN "MONTH-END-DEADLINE"
                   MOVE 2 TO WS-Drv
                   PERFORM Set-Deadline
               WHEN OTHER
                   DISPLAY "Step-Timing: *** WARNING *** unknown "
                       "parameter " WS-Parm-Keyword " ignored"
           END-EVALUATE.

       Set-Deadline.
           IF WS-Parm-Value(1:4) IS NUMERIC
                   AND WS-Parm-Value(5:1) = SPACE
                   AND WS-Parm-Value(1:2) < "24"
                   AND WS-Parm-Value(3:2) < "60"
               MOVE WS-Parm-Value(1:4) TO WS-DR-Deadline(WS-Drv)
           ELSE
               DISPLAY "Step-Timing: *** WARNING *** "
                   WS-Parm-Keyword " must be HHMM - "
                   WS-Parm-Value " ignored"
           END-IF.

       Find-Driver.
           EVALUATE SH-Driver
               WHEN "BATCH" MOVE 1 TO WS-Drv
               WHEN "MONTH" MOVE 2 TO WS-Drv
               WHEN OTHER MOVE 0 TO WS-Drv
           END-EVALUATE.

       Find-Latest-Cycle.
           PERFORM Find-Driver
           IF WS-Drv = 0 OR SH-Cycle IS NOT NUMERIC
               GO TO Find-Latest-Cycle-Exit
           END-IF
           MOVE SH-Cycle TO WS-Line-Cycle
           IF WS-Line-Cycle > WS-DR-Latest-Cycle(WS-Drv)
               MOVE WS-Line-Cycle TO WS-DR-Latest-Cycle(WS-Drv)
           END-IF.
       Find-Latest-Cycle-Exit.
           EXIT.

      * Lines that are not a driver's, or whose times do not read,
      * are passed over.
       Apply-History-Line.
           PERFORM Find-Driver
           IF WS-Drv = 0
               GO TO Apply-History-Line-Exit
           END-IF
           IF SH-Cycle IS NOT NUMERIC OR SH-Step IS NOT NUMERIC
                   OR SH-Start IS NOT NUMERIC
                   OR SH-End IS NOT NUMERIC
                   OR SH-Secs IS NOT NUMERIC
               GO TO Apply-History-Line-Exit
           END-IF
           MOVE SH-Cycle TO WS-Line-Cycle
           MOVE SH-Step TO WS-Line-Step
           MOVE SH-Start TO WS-Line-Start
           MOVE SH-End TO WS-Line-End
           MOVE SH-Secs TO WS-Line-Secs
           IF WS-Line-Step = ZERO
               PERFORM Apply-Cycle-Line THRU Apply-Cycle-Line-Exit
               GO TO Apply-History-Line-Exit
           END-IF
           IF WS-Line-Step > 9
               GO TO Apply-History-Line-Exit
           END-IF
           MOVE WS-Line-Step TO WS-Step-Sub
           MOVE SH-Name TO WS-DS-Name(WS-Drv, WS-Step-Sub)
      * A step rerun on a resume leaves two lines in its cycle;
      * the later one is the run that counted.
           IF WS-Line-Cycle = WS-DR-Latest-Cycle(WS-Drv)
               MOVE "Y" TO WS-DS-Latest-Found(WS-Drv, WS-Step-Sub)
               MOVE WS-Line-Secs
                   TO WS-DS-Latest-Secs(WS-Drv, WS-Step-Sub)
               MOVE SH-Disp TO WS-DS-Latest-Disp(WS-Drv, WS-Step-Sub)
               GO TO Apply-History-Line-Exit
           END-IF
      * A failed run stopped part way - its time says nothing
      * about how long the step takes.
           IF SH-Disp NOT = "OK" AND SH-Disp NOT = "EXCEPT"
               GO TO Apply-History-Line-Exit
           END-IF
           ADD 1 TO WS-DS-Ring-Last(WS-Drv, WS-Step-Sub)
           IF WS-DS-Ring-Last(WS-Drv, WS-Step-Sub) > 30
               MOVE 1 TO WS-DS-Ring-Last(WS-Drv, WS-Step-Sub)
           END-IF
           MOVE WS-DS-Ring-Last(WS-Drv, WS-Step-Sub) TO WS-Ring-Sub
           MOVE WS-Line-Secs
               TO WS-DS-Ring-Secs(WS-Drv, WS-Step-Sub, WS-Ring-Sub)
           IF WS-DS-Ring-Used(WS-Drv, WS-Step-Sub) < 30
               ADD 1 TO WS-DS-Ring-Used(WS-Drv, WS-Step-Sub)
           END-IF
           IF WS-Line-Secs >= WS-DS-Worst-Secs(WS-Drv, WS-Step-Sub)
               MOVE WS-Line-Secs
                   TO WS-DS-Worst-Secs(WS-Drv, WS-Step-Sub)
               MOVE WS-Line-Cycle
                   TO WS-DS-Worst-Cycle(WS-Drv, WS-Step-Sub)
           END-IF.
       Apply-History-Line-Exit.
           EXIT.

      * One entry per cycle: a resume's CYCLE line replaces the
      * failed run's, since it carries the same cycle start.
       Apply-Cycle-Line.
           IF WS-DR-Cycle-Last(WS-Drv) > ZERO
               MOVE WS-DR-Cycle-Last(WS-Drv) TO WS-Ring-Sub
               IF WS-DC-Start(WS-Drv, WS-Ring-Sub) = WS-Line-Cycle
                   PERFORM Store-Cycle-Line
                   GO TO Apply-Cycle-Line-Exit
               END-IF
           END-IF
           ADD 1 TO WS-DR-Cycle-Last(WS-Drv)
           IF WS-DR-Cycle-Last(WS-Drv) > 30
               MOVE 1 TO WS-DR-Cycle-Last(WS-Drv)
           END-IF
           IF WS-DR-Cycles-Used(WS-Drv) < 30
               ADD 1 TO WS-DR-Cycles-Used(WS-Drv)
           END-IF
           MOVE WS-DR-Cycle-Last(WS-Drv) TO WS-Ring-Sub
           PERFORM Store-Cycle-Line.
       Apply-Cycle-Line-Exit.
           EXIT.

       Store-Cycle-Line.
           MOVE WS-Line-Cycle TO WS-DC-Start(WS-Drv, WS-Ring-Sub)
           MOVE WS-Line-End TO WS-DC-End(WS-Drv, WS-Ring-Sub)
           MOVE WS-Line-Secs TO WS-DC-Secs(WS-Drv, WS-Ring-Sub)
           MOVE SH-Disp TO WS-DC-Disp(WS-Drv, WS-Ring-Sub).

       Write-Driver-Section.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-DR-Title(WS-Drv) TO WS-DL-Title
           MOVE WS-DR-Latest-Cycle(WS-Drv) TO WS-Fmt-Stamp
           PERFORM Format-Stamp
           MOVE WS-Stamp-Edit TO WS-DL-Started
           MOVE WS-Driver-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Step-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                   UNTIL WS-Step-Sub > 9
               IF WS-DS-Name(WS-Drv, WS-Step-Sub) NOT = SPACE
                   PERFORM Write-Step-Line
               END-IF
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           IF WS-DR-Deadline(WS-Drv) = SPACE
               MOVE "NONE SET" TO WS-CH-Deadline
           ELSE
               MOVE SPACE TO WS-CH-Deadline
               STRING WS-DR-Deadline(WS-Drv)(1:2) ":"
                   WS-DR-Deadline(WS-Drv)(3:2)
                   DELIMITED BY SIZE INTO WS-CH-Deadline
           END-IF
           MOVE WS-Cycle-Heading-1 TO ReportLine
           WRITE ReportLine
           MOVE WS-Cycle-Heading-2 TO ReportLine
           WRITE ReportLine
      * Oldest first: once the ring has wrapped, the oldest entry
      * is the one after the last written.
           IF WS-DR-Cycles-Used(WS-Drv) < 30
               MOVE 1 TO WS-Print-Sub
           ELSE
               COMPUTE WS-Print-Sub =
                   FUNCTION MOD(WS-DR-Cycle-Last(WS-Drv), 30) + 1
           END-IF
           PERFORM VARYING WS-Print-Count FROM 1 BY 1
                   UNTIL WS-Print-Count > WS-DR-Cycles-Used(WS-Drv)
               PERFORM Write-Cycle-Line
               ADD 1 TO WS-Print-Sub
               IF WS-Print-Sub > 30
                   MOVE 1 TO WS-Print-Sub
               END-IF
           END-PERFORM.

       Write-Step-Line.
           MOVE WS-Step-Sub TO WS-SL-Step
           MOVE WS-DS-Name(WS-Drv, WS-Step-Sub) TO WS-SL-Name
           MOVE SPACE TO WS-SL-Flag
           MOVE ZERO TO WS-Ring-Total
           PERFORM VARYING WS-Ring-Sub FROM 1 BY 1
                   UNTIL WS-Ring-Sub >
                       WS-DS-Ring-Used(WS-Drv, WS-Step-Sub)
               ADD WS-DS-Ring-Secs(WS-Drv, WS-Step-Sub, WS-Ring-Sub)
                   TO WS-Ring-Total
           END-PERFORM
           MOVE WS-DS-Ring-Used(WS-Drv, WS-Step-Sub) TO WS-SL-Runs
           IF WS-DS-Ring-Used(WS-Drv, WS-Step-Sub) = ZERO
               MOVE ZERO TO WS-Average-Secs
               MOVE SPACE TO WS-SL-Average
               MOVE SPACE TO WS-SL-Worst
               MOVE SPACE TO WS-SL-Worst-Cycle
           ELSE
               COMPUTE WS-Average-Secs ROUNDED = WS-Ring-Total /
                   WS-DS-Ring-Used(WS-Drv, WS-Step-Sub)
               MOVE WS-Average-Secs TO WS-Fmt-Secs
               PERFORM Format-Secs
               MOVE WS-Secs-Edit TO WS-SL-Average
               MOVE WS-DS-Worst-Secs(WS-Drv, WS-Step-Sub)
                   TO WS-Fmt-Secs
               PERFORM Format-Secs
               MOVE WS-Secs-Edit TO WS-SL-Worst
               MOVE WS-DS-Worst-Cycle(WS-Drv, WS-Step-Sub)
                   TO WS-Fmt-Stamp
               PERFORM Format-Stamp
               MOVE WS-Stamp-Edit TO WS-SL-Worst-Cycle
           END-IF
           EVALUATE TRUE
               WHEN WS-DS-Latest-Found(WS-Drv, WS-Step-Sub) NOT = "Y"
                   MOVE SPACE TO WS-SL-Latest
                   MOVE "NOT RUN" TO WS-SL-Flag
               WHEN OTHER
                   MOVE WS-DS-Latest-Secs(WS-Drv, WS-Step-Sub)
                       TO WS-Fmt-Secs
                   PERFORM Format-Secs
                   MOVE WS-Secs-Edit TO WS-SL-Latest
                   PERFORM Judge-Step-Speed THRU Judge-Step-Speed-Exit
           END-EVALUATE
           MOVE WS-Step-Line TO ReportLine
           WRITE ReportLine.

      * A failed latest run is shown as such rather than judged;
      * otherwise SLOW needs enough history, the percentage and the
      * floor all at once.
       Judge-Step-Speed.
           IF WS-DS-Latest-Disp(WS-Drv, WS-Step-Sub) = "FAILED"
               MOVE "FAILED" TO WS-SL-Flag
               GO TO Judge-Step-Speed-Exit
           END-IF
           IF WS-DS-Ring-Used(WS-Drv, WS-Step-Sub) < WS-Min-Runs
               MOVE "FEW RUNS" TO WS-SL-Flag
               GO TO Judge-Step-Speed-Exit
           END-IF
           COMPUTE WS-Slow-Limit =
               WS-Average-Secs * (100 + WS-Slow-Pct) / 100
           IF WS-DS-Latest-Secs(WS-Drv, WS-Step-Sub) > WS-Slow-Limit
                   AND WS-DS-Latest-Secs(WS-Drv, WS-Step-Sub) >=
                       WS-Average-Secs + WS-Slow-Floor
               MOVE "*** SLOW" TO WS-SL-Flag
               ADD 1 TO WS-Slow-Count
           END-IF.
       Judge-Step-Speed-Exit.
           EXIT.

       Write-Cycle-Line.
           MOVE WS-DC-Start(WS-Drv, WS-Print-Sub) TO WS-Fmt-Stamp
           PERFORM Format-Stamp
           MOVE WS-Stamp-Edit TO WS-CY-Start
           MOVE WS-DC-End(WS-Drv, WS-Print-Sub) TO WS-Fmt-Stamp
           PERFORM Format-Stamp
           MOVE WS-Stamp-Edit TO WS-CY-End
           MOVE WS-DC-Secs(WS-Drv, WS-Print-Sub) TO WS-Fmt-Secs
           PERFORM Format-Secs
           MOVE WS-Secs-Edit TO WS-CY-Elapsed
           MOVE WS-DC-Disp(WS-Drv, WS-Print-Sub) TO WS-CY-Disp
           MOVE SPACE TO WS-CY-Flag
           PERFORM Check-Cycle-Deadline THRU Check-Cycle-Deadline-Exit
           IF Cycle-Is-Late
               MOVE "*** LATE" TO WS-CY-Flag
               ADD 1 TO WS-Late-Count
               IF WS-DC-Start(WS-Drv, WS-Print-Sub) =
                       WS-DR-Latest-Cycle(WS-Drv)
                   ADD 1 TO WS-Latest-Late-Count
               END-IF
           END-IF
           MOVE WS-Cycle-Line TO ReportLine
           WRITE ReportLine.

      * The deadline falls on the start date when the cycle began
      * before the deadline time, else on the day after.
       Check-Cycle-Deadline.
           MOVE "N" TO WS-Late-Flag
           IF WS-DR-Deadline(WS-Drv) = SPACE
               GO TO Check-Cycle-Deadline-Exit
           END-IF
           MOVE WS-DR-Deadline(WS-Drv) TO WS-Deadline-Num
           MOVE WS-DC-Start(WS-Drv, WS-Print-Sub) TO WS-Work-Stamp
           IF WS-WP-HHMM < WS-Deadline-Num
               MOVE WS-WP-Date TO WS-Deadline-Date
           ELSE
               COMPUTE WS-Deadline-Date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WP-Date) + 1)
           END-IF
           COMPUTE WS-Deadline-Stamp =
               WS-Deadline-Date * 1000000 + WS-Deadline-Num * 100
           IF WS-DC-End(WS-Drv, WS-Print-Sub) > WS-Deadline-Stamp
               MOVE "Y" TO WS-Late-Flag
           END-IF.
       Check-Cycle-Deadline-Exit.
           EXIT.

       Format-Stamp.
           MOVE WS-FP-YYYY TO WS-SE-YYYY
           MOVE WS-FP-MM TO WS-SE-MM
           MOVE WS-FP-DD TO WS-SE-DD
           MOVE WS-FP-HH TO WS-SE-HH
           MOVE WS-FP-MI TO WS-SE-MI.

       Format-Secs.
           DIVIDE WS-Fmt-Secs BY 3600 GIVING WS-Fmt-Hours
               REMAINDER WS-Fmt-Rem
           DIVIDE WS-Fmt-Rem BY 60 GIVING WS-Fmt-Mins
               REMAINDER WS-Fmt-Rem
           MOVE WS-Fmt-Hours TO WS-DE-HH
           MOVE WS-Fmt-Mins TO WS-DE-MI
           MOVE WS-Fmt-Rem TO WS-DE-SS.
