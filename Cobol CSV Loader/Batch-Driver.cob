      *   03 Totals-Update       04 Crash-Summary
      *   05 Report-Consolidator 06 Vehicle-Unit-Build
      *   07 Generation-Keeper   08 Report-Distributor
      *   09 Integrity-Sweep (optional)
      * Report-Consolidator makes one pass over sorted.dat and
      * writes the vehicle, weather, duplicate and geo reports that
      * used to take four programs and six internal re-sorts; the
      * CYCLE COMPLETE marker; the next run then starts fresh from
      * step 01. Individual steps can be skipped for one cycle with
      * SKIP=nn cards in BATCH-SKIP.DAT (e.g. SKIP=04 for no
      * report pass on weekends). Step 09, the record-level
      * consistency sweep of the master, is the other way round:
      * it sits out every cycle unless a RUN=09 card in
      * BATCH-SKIP.DAT schedules it. A sweep that finds severe
      * violations is recorded EXCEPT, not FAILED - the reports
      * are out and nothing downstream waits on it, and the
      * records it lists can only be fixed through Crash-Maint,
      * which a cycle left in flight would lock out - so the cycle
      * completes and the driver ends with the sweep's return
      * code for the scheduler to see. The run ends by printing a
      * one-page outcome summary of every step to BATCH-SUMMARY.RPT.
      * The steps balance their record counts across the handoffs
      * through BATCH-BALANCE.DAT - the loader records what the
      * leaves the cycle in flight on purpose: the master must not
      * be edited between a loaded step and the steps that have
      * not yet seen the load.
      * Every step run is timed: its start and end go into its
      * STEP-CONTROL.DAT line, and a line with the seconds it took
      * is appended to STEP-HISTORY.DAT, shared with the month-end
      * driver, followed at the end of the run by a CYCLE line timed
      * from the cycle's first start. Step-Timing reads that history
      * to watch the batch window.
      * The called stages read their options from CONTROL-CARDS.DAT
      * (LOAD-MODE, CKPT-INTERVAL, CSV-FILE, SORT-MODE, SORTED-FILE),
      * so a forced full reload and an ID-order sort can now be
       SELECT StepControlFile ASSIGN TO "STEP-CONTROL.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ctl-Status.
       SELECT HistoryFile ASSIGN TO "STEP-HISTORY.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hist-Status.
       SELECT SkipCardFile ASSIGN TO "BATCH-SKIP.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Skip-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StepControlFile.
       01 StepControlRec PIC X(60).
       88 EndOfControlFile VALUE HIGH-VALUES.

      * Shared with the other driver - one line per step run and
      * one per cycle end, read by Step-Timing.
       FD HistoryFile.
       01 HistoryRec PIC X(100).

       FD SkipCardFile.
       01 SkipCardRec PIC X(80).
       88 EndOfSkipFile VALUE HIGH-VALUES.
           02 FILLER PIC X(20) VALUE "Vehicle-Unit-Build".
           02 FILLER PIC X(20) VALUE "Generation-Keeper".
           02 FILLER PIC X(20) VALUE "Report-Distributor".
           02 FILLER PIC X(20) VALUE "Integrity-Sweep".
       01 WS-Step-Names REDEFINES WS-Step-Defs.
           02 WS-Step-Name OCCURS 9 TIMES PIC X(20).
       01 WS-Step-State.
           02 WS-Step-Entry OCCURS 9 TIMES.
               03 WS-ST-Disp PIC X(8).
               03 WS-ST-RC PIC S9(4).
       01 WS-Step-Sub PIC 9(2) COMP.
       01 WS-Sum-Sub PIC 9(2) COMP.
       01 WS-Failed-Step PIC 9(2) COMP VALUE ZERO.
       01 WS-Step-RC PIC S9(4) COMP.
      * The sweep's return code when it found severe violations -
      * the driver's own return code once the cycle completes.
       01 WS-Sweep-RC PIC S9(4) COMP VALUE ZERO.
       01 WS-Resuming PIC X(1) VALUE "N".
           88 Resuming-Prior-Run VALUE "Y".
       01 WS-Run-Failed PIC X(1) VALUE "N".
           02 WS-CL-RC PIC +9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-CL-Stamp PIC 9(14).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-CL-Start PIC 9(14).

      * A fresh cycle's first control line, so a resume still
      * times the cycle from when it really began.
       01 WS-Cycle-Start-Line.
           02 FILLER PIC X(12) VALUE "CYCLE START ".
           02 WS-CS-Stamp PIC 9(14).

       01 WS-Hist-Status PIC X(2).
       01 WS-Cycle-Start PIC 9(14) VALUE ZERO.
       01 WS-Step-Start PIC 9(14) VALUE ZERO.
       01 WS-Step-End PIC 9(14) VALUE ZERO.
       01 WS-From-Stamp.
           02 WS-FS-Date PIC 9(8).
           02 WS-FS-HH PIC 99.
           02 WS-FS-MM PIC 99.
           02 WS-FS-SS PIC 99.
       01 WS-To-Stamp.
           02 WS-TS-Date PIC 9(8).
           02 WS-TS-HH PIC 99.
           02 WS-TS-MM PIC 99.
           02 WS-TS-SS PIC 99.
       01 WS-Elapsed-Work PIC S9(9) COMP.
       01 WS-Elapsed-Secs PIC 9(7).
       01 WS-History-Line.
           02 WS-HL-Driver PIC X(5) VALUE "BATCH".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-HL-Cycle PIC 9(14).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-HL-Step PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-HL-Name PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-HL-Start PIC 9(14).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-HL-End PIC 9(14).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-HL-Secs PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-HL-Disp PIC X(8).

       01 WS-Summary-Heading.
           02 FILLER PIC X(5) VALUE "STEP".
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                   UNTIL WS-Step-Sub > 9
               MOVE "PENDING" TO WS-ST-Disp(WS-Step-Sub)
               MOVE ZERO TO WS-ST-RC(WS-Step-Sub)
           END-PERFORM
           IF Resuming-Prior-Run
               DISPLAY "Batch-Driver: resuming the failed run - "
                   "steps already recorded clean are not rerun"
               IF WS-Cycle-Start = ZERO
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Cycle-Start
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Cycle-Start
               OPEN OUTPUT StepControlFile
               IF WS-Ctl-Status = "00"
                   MOVE WS-Cycle-Start TO WS-CS-Stamp
                   MOVE WS-Cycle-Start-Line TO StepControlRec
                   WRITE StepControlRec
                   CLOSE StepControlFile
               END-IF
      * A fresh cycle starts with an empty balancing file too - a
               END-IF
           END-IF
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                   UNTIL WS-Step-Sub > 9 OR Run-Has-Failed
               EVALUATE WS-ST-Disp(WS-Step-Sub)
                   WHEN "DONE"
                       DISPLAY "Batch-Driver: step " WS-Step-Sub
                       DISPLAY "Batch-Driver: step " WS-Step-Sub
                           " " WS-Step-Name(WS-Step-Sub)
                           " skipped by BATCH-SKIP.DAT card"
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO WS-Step-Start
                       MOVE WS-Step-Start TO WS-Step-End
                       PERFORM Record-Step-Outcome
                       PERFORM Write-Skip-Balance-Line
                   WHEN OTHER
               PERFORM Clear-Cycle-In-Flight
           END-IF
           PERFORM Write-Job-Summary
           PERFORM Append-Cycle-History
           IF Run-Has-Failed
               DISPLAY "Batch-Driver: run FAILED at step "
                   WS-Failed-Step " - fix the problem and rerun to "
           ELSE
               DISPLAY "Batch-Driver: all steps completed - see "
                   "BATCH-SUMMARY.RPT"
               IF WS-Sweep-RC NOT = ZERO
                   DISPLAY "Batch-Driver: *** WARNING *** the "
                       "integrity sweep found severe violations - "
                       "see INTEGRITY-EXCEPTIONS.DAT"
                   MOVE WS-Sweep-RC TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

               READ StepControlFile
                   AT END SET EndOfControlFile TO TRUE
                   NOT AT END
                       IF StepControlRec(1:12) = "CYCLE START "
                               AND StepControlRec(13:14) IS NUMERIC
                           MOVE StepControlRec(13:14)
                               TO WS-Cycle-Start
                       END-IF
                       IF StepControlRec(1:14) = "CYCLE COMPLETE"
                           MOVE "N" TO WS-Resuming
                           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                                   UNTIL WS-Step-Sub > 9
                               MOVE "PENDING"
                                   TO WS-ST-Disp(WS-Step-Sub)
                           END-PERFORM

       Mark-Step-From-Control.
           MOVE WS-Ctl-Step TO WS-Step-Sub
           IF WS-Step-Sub >= 1 AND WS-Step-Sub <= 9
               IF WS-Ctl-RC = "+0000"
                   MOVE "DONE" TO WS-ST-Disp(WS-Step-Sub)
               ELSE

      * SKIP=nn cards mark steps to sit out this cycle. A card for
      * a step already recorded DONE by the resume logic changes
      * nothing - there is nothing left to skip. The optional step
      * 09 starts out skipped and runs only on a RUN=09 card.
       Read-Skip-Cards.
           IF WS-ST-Disp(9) NOT = "DONE"
               MOVE "SKIP" TO WS-ST-Disp(9)
           END-IF
           OPEN INPUT SkipCardFile
           IF WS-Skip-Status NOT = "00"
               GO TO Read-Skip-Cards-Exit
                               WS-Card-Value(1:2) IS NUMERIC
                           MOVE WS-Card-Value(1:2) TO WS-Skip-Value
                           MOVE WS-Skip-Value TO WS-Step-Sub
                           IF WS-Step-Sub >= 1 AND WS-Step-Sub <= 9
                                   AND WS-ST-Disp(WS-Step-Sub)
                                   NOT = "DONE"
                               MOVE "SKIP"
                                   TO WS-ST-Disp(WS-Step-Sub)
                           END-IF
                       END-IF
                       IF WS-Card-Keyword = "RUN" AND
                               WS-Card-Value(1:2) = "09" AND
                               WS-ST-Disp(9) = "SKIP"
                           MOVE "PENDING" TO WS-ST-Disp(9)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SkipCardFile.
           IF WS-Step-Sub = 8
               PERFORM Write-Job-Summary
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Step-Start
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-Step-Sub
               WHEN 1 CALL "CSV-Loader"
               WHEN 6 CALL "Vehicle-Unit-Build"
               WHEN 7 CALL "Generation-Keeper"
               WHEN 8 CALL "Report-Distributor"
               WHEN 9 CALL "Integrity-Sweep"
           END-EVALUATE
           MOVE RETURN-CODE TO WS-Step-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Step-End
           MOVE WS-Step-RC TO WS-ST-RC(WS-Step-Sub)
      * Severe violations (8) from the sweep do not hold the cycle
      * open; a sweep that could not read the master (16) does.
           EVALUATE TRUE
               WHEN WS-Step-RC = 0
                   MOVE "OK" TO WS-ST-Disp(WS-Step-Sub)
               WHEN WS-Step-Sub = 9 AND WS-Step-RC < 16
                   MOVE "EXCEPT" TO WS-ST-Disp(WS-Step-Sub)
                   MOVE WS-Step-RC TO WS-Sweep-RC
               WHEN OTHER
                   MOVE "FAILED" TO WS-ST-Disp(WS-Step-Sub)
                   MOVE WS-Step-Sub TO WS-Failed-Step
                   SET Run-Has-Failed TO TRUE
           END-EVALUATE
           PERFORM Record-Step-Outcome
           PERFORM Append-Step-History
           IF Run-Has-Failed
               DISPLAY "Batch-Driver: step " WS-Step-Sub " "
                   WS-Step-Name(WS-Step-Sub) " ended with return "
               ELSE
                   MOVE WS-ST-RC(WS-Step-Sub) TO WS-CL-RC
               END-IF
               MOVE WS-Step-End TO WS-CL-Stamp
               MOVE WS-Step-Start TO WS-CL-Start
               MOVE WS-Control-Line TO StepControlRec
               WRITE StepControlRec
               CLOSE StepControlFile
               MOVE WS-Summary-Heading TO SummaryLine
               WRITE SummaryLine
               PERFORM VARYING WS-Sum-Sub FROM 1 BY 1
                       UNTIL WS-Sum-Sub > 9
                   MOVE WS-Sum-Sub TO WS-SD-Step
                   MOVE WS-Step-Name(WS-Sum-Sub) TO WS-SD-Name
                   EVALUATE WS-ST-Disp(WS-Sum-Sub)
               END-PERFORM
               CLOSE SummaryFile
           END-IF.

      * The step's line in STEP-HISTORY.DAT: when it started and
      * ended, the seconds between, and how it finished. Timing is
      * a record of the run, never a reason to stop it - a history
      * that cannot be written is a warning.
       Append-Step-History.
           MOVE WS-Step-Start TO WS-From-Stamp
           MOVE WS-Step-End TO WS-To-Stamp
           PERFORM Compute-Elapsed
           MOVE WS-Step-Sub TO WS-HL-Step
           MOVE WS-Step-Name(WS-Step-Sub) TO WS-HL-Name
           MOVE WS-Step-Start TO WS-HL-Start
           MOVE WS-Step-End TO WS-HL-End
           MOVE WS-ST-Disp(WS-Step-Sub) TO WS-HL-Disp
           PERFORM Write-History-Line.

      * Step 00 marks the end of the driver's run - COMPLETE or
      * FAILED - timed from the cycle's first start, a resume
      * included, so Step-Timing can hold the cycle to its deadline.
       Append-Cycle-History.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Step-End
           MOVE WS-Cycle-Start TO WS-From-Stamp
           MOVE WS-Step-End TO WS-To-Stamp
           PERFORM Compute-Elapsed
           MOVE ZERO TO WS-HL-Step
           MOVE "CYCLE" TO WS-HL-Name
           MOVE WS-Cycle-Start TO WS-HL-Start
           MOVE WS-Step-End TO WS-HL-End
           IF Run-Has-Failed
               MOVE "FAILED" TO WS-HL-Disp
           ELSE
               MOVE "COMPLETE" TO WS-HL-Disp
           END-IF
           PERFORM Write-History-Line.

       Write-History-Line.
           MOVE WS-Cycle-Start TO WS-HL-Cycle
           MOVE WS-Elapsed-Secs TO WS-HL-Secs
           OPEN EXTEND HistoryFile
           IF WS-Hist-Status = "35"
               OPEN OUTPUT HistoryFile
           END-IF
           IF WS-Hist-Status NOT = "00"
               DISPLAY "Batch-Driver: *** WARNING *** unable to "
                   "write STEP-HISTORY.DAT, status " WS-Hist-Status
           ELSE
               MOVE WS-History-Line TO HistoryRec
               WRITE HistoryRec
               CLOSE HistoryFile
           END-IF.

      * Seconds from WS-From-Stamp to WS-To-Stamp, across midnight
      * and month ends; a clock set back gives zero, not a negative.
       Compute-Elapsed.
           COMPUTE WS-Elapsed-Work =
               (FUNCTION INTEGER-OF-DATE(WS-TS-Date)
                - FUNCTION INTEGER-OF-DATE(WS-FS-Date)) * 86400
               + (WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS)
               - (WS-FS-HH * 3600 + WS-FS-MM * 60 + WS-FS-SS)
           IF WS-Elapsed-Work < ZERO
               MOVE ZERO TO WS-Elapsed-Secs
           ELSE
               MOVE WS-Elapsed-Work TO WS-Elapsed-Secs
           END-IF.
