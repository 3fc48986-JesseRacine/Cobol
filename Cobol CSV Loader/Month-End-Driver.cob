      * TYear/TMonth fall in a closed period unless a supervisor
      * override is keyed - once the DOT file has gone out, our
      * numbers and the state's must not quietly drift apart again.
      * Each step run, and the run as a whole, is timed into
      * STEP-HISTORY.DAT the same way Batch-Driver's are.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Month-End-Driver.
       ENVIRONMENT DIVISION.
       SELECT StepControlFile ASSIGN TO "MONTH-END-CONTROL.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ctl-Status.
       SELECT HistoryFile ASSIGN TO "STEP-HISTORY.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hist-Status.
       SELECT SummaryFile ASSIGN TO "MONTH-END-SUMMARY.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Sum-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StepControlFile.
       01 StepControlRec PIC X(60).
       88 EndOfControlFile VALUE HIGH-VALUES.

      * Shared with the other driver - one line per step run and
      * one per cycle end, read by Step-Timing.
       FD HistoryFile.
       01 HistoryRec PIC X(100).

       FD SummaryFile.
       01 SummaryLine PIC X(60).

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
           02 WS-HL-Driver PIC X(5) VALUE "MONTH".
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

       01 WS-Closed-Line.
           02 FILLER PIC X(7) VALUE "PERIOD ".
           IF Resuming-Prior-Run
               DISPLAY "Month-End-Driver: resuming the failed run - "
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
           END-IF
               PERFORM Write-Cycle-Complete
           END-IF
           PERFORM Write-Job-Summary
           PERFORM Append-Cycle-History
           IF Run-Has-Failed
               DISPLAY "Month-End-Driver: run FAILED at step "
                   WS-Failed-Step " - the period was NOT closed; "
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
       Run-One-Step.
           DISPLAY "Month-End-Driver: step " WS-Step-Sub
               " starting " WS-Step-Name(WS-Step-Sub)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Step-Start
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-Step-Sub
               WHEN 1 CALL "DOT-Submission"
               WHEN 3 CALL "Archive-Review"
           END-EVALUATE
           MOVE RETURN-CODE TO WS-Step-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Step-End
           MOVE WS-Step-RC TO WS-ST-RC(WS-Step-Sub)
           IF WS-Step-RC = 0
               MOVE "OK" TO WS-ST-Disp(WS-Step-Sub)
               SET Run-Has-Failed TO TRUE
           END-IF
           PERFORM Record-Step-Outcome
           PERFORM Append-Step-History
           IF Run-Has-Failed
               DISPLAY "Month-End-Driver: step " WS-Step-Sub " "
                   WS-Step-Name(WS-Step-Sub) " ended with return "
               MOVE WS-Step-Sub TO WS-CL-Step
               MOVE WS-Step-Name(WS-Step-Sub) TO WS-CL-Name
               MOVE WS-ST-RC(WS-Step-Sub) TO WS-CL-RC
               MOVE WS-Step-End TO WS-CL-Stamp
               MOVE WS-Step-Start TO WS-CL-Start
               MOVE WS-Control-Line TO StepControlRec
               WRITE StepControlRec
               CLOSE StepControlFile
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
               DISPLAY "Month-End-Driver: *** WARNING *** unable to "
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
