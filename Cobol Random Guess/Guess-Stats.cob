      * games. Names come from TRAINEE-ROSTER.DAT when it is on
      * file; lines from before the sign-on existed group under a
      * blank ID as (NONE).
      * Next to the MEDIUM average the section shows MED EFF, the
      * trainee's search efficiency over their MEDIUM games in
      * GUESS-TRACE.DAT - each guess scored against the halving
      * guess for the range still open, exactly as Guess-Efficiency
      * scores it (see there; change the two together). A trainee
      * with no traced MEDIUM games, or no trace on file, shows --.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Guess-Stats.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.

       SELECT GuessTraceFile ASSIGN TO "GUESS-TRACE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Trace-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GuessLogFile.
       01 RosterRec PIC X(50).
       88 EndOfRosterFile VALUE HIGH-VALUES.

       FD GuessTraceFile.
       01 GuessTraceRec.
       88 EndOfTraceFile VALUE HIGH-VALUES.
       02 TraceTrainee PIC X(8).
       02 FILLER PIC X(1).
       02 TraceGame PIC X(16).
       02 FILLER PIC X(1).
       02 TraceSeq PIC X(4).
       02 FILLER PIC X(1).
       02 TraceRange PIC X(5).
       02 FILLER PIC X(1).
       02 TraceGuess PIC X(5).
       02 FILLER PIC X(1).
       02 TraceResult PIC X(4).
       02 FILLER PIC X(13).

       WORKING-STORAGE SECTION.
       01 WS-Log-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
               03 WS-TR-Games PIC 9(7) COMP.
               03 WS-TR-Med-Games PIC 9(7) COMP.
               03 WS-TR-Med-Total PIC 9(9) COMP.
               03 WS-TR-Eff-Guesses PIC 9(7) COMP.
               03 WS-TR-Eff-Score PIC 9(9)V9 COMP-3.
               03 WS-TR-Game-Key PIC X(16).
               03 WS-TR-Open-Low PIC 9(5).
               03 WS-TR-Open-High PIC 9(5).
       01 WS-Trainees-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Trainee-Sub PIC 9(3) COMP.
       01 WS-Game-Trainee PIC X(8).
       01 WS-Trace-Status PIC X(2).
       01 WS-Trace-Read PIC 9(7) COMP VALUE ZERO.
       01 WS-Range-Num PIC 9(5).
       01 WS-Trace-Guess-Num PIC 9(5).
       01 WS-Open-Low PIC 9(5).
       01 WS-Open-High PIC 9(5).
       01 WS-Halving-Low PIC 9(5).
       01 WS-Halving-High PIC 9(5).
       01 WS-Halving-Dist PIC 9(5).
       01 WS-Guess-Score PIC 9(3)V9 COMP-3.
       01 WS-Guess-Kind PIC X(1).
           88 Guess-Halving VALUE "H".
           88 Guess-Wasted VALUE "W".
           88 Guess-Other VALUE "O".
       01 WS-Eff-Pct PIC 9(3)V9 COMP-3.
       01 WS-Eff-Edit PIC ZZ9.9.
      * The training team's certification bar: an average of 12.0
      * guesses or better at the MEDIUM band across at least 10
      * qualifying games.
           02 FILLER PIC X(8) VALUE "   GAMES".
           02 FILLER PIC X(10) VALUE "  MED GAME".
           02 FILLER PIC X(9) VALUE "  MED AVG".
           02 FILLER PIC X(9) VALUE "  MED EFF".
           02 FILLER PIC X(12) VALUE "  STATUS".
       01 WS-Trainee-Detail.
           02 WS-TD-ID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-TD-Med PIC ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-TD-Avg PIC ZZZ9.9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-TD-Eff PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-TD-Status PIC X(12).

               END-READ
           END-PERFORM
           CLOSE GuessLogFile
           PERFORM Score-Trace THRU Score-Trace-Exit
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Guess-Stats: unable to open GUESS-STATS.RPT, "
           ELSE
               MOVE LogTrainee TO WS-Game-Trainee
           END-IF
           PERFORM Find-Trainee THRU Find-Trainee-Exit
           IF WS-Trainee-Sub = ZERO
               GO TO Tally-Trainee-Exit
           END-IF
           ADD 1 TO WS-TR-Games(WS-Trainee-Sub)
           IF WS-Band-Sub = 2
               ADD 1 TO WS-TR-Med-Games(WS-Trainee-Sub)
               ADD WS-Guess-Num TO WS-TR-Med-Total(WS-Trainee-Sub)
           END-IF.
       Tally-Trainee-Exit.
           EXIT.

      * The trainee's entry, added on first sight; past 50 trainees
      * WS-Trainee-Sub comes back zero and the game is not credited.
       Find-Trainee.
           PERFORM VARYING WS-Trainee-Sub FROM 1 BY 1
                   UNTIL WS-Trainee-Sub > WS-Trainees-Used
                   OR WS-TR-ID(WS-Trainee-Sub) = WS-Game-Trainee
           END-PERFORM
           IF WS-Trainee-Sub > WS-Trainees-Used
               IF WS-Trainees-Used >= 50
                   MOVE ZERO TO WS-Trainee-Sub
                   GO TO Find-Trainee-Exit
               END-IF
               ADD 1 TO WS-Trainees-Used
               MOVE WS-Trainees-Used TO WS-Trainee-Sub
               MOVE ZERO TO WS-TR-Games(WS-Trainee-Sub)
               MOVE ZERO TO WS-TR-Med-Games(WS-Trainee-Sub)
               MOVE ZERO TO WS-TR-Med-Total(WS-Trainee-Sub)
               MOVE ZERO TO WS-TR-Eff-Guesses(WS-Trainee-Sub)
               MOVE ZERO TO WS-TR-Eff-Score(WS-Trainee-Sub)
               MOVE SPACE TO WS-TR-Game-Key(WS-Trainee-Sub)
           END-IF.
       Find-Trainee-Exit.
           EXIT.

      * Scores every traced guess of a MEDIUM (1-1000) game into its
      * trainee's efficiency. A trainee plays one game at a time, so
      * the range still open is carried on the trainee's entry and
      * starts over with each new game. No trace on file leaves the
      * efficiencies empty; the rest of the report does not need it.
       Score-Trace.
           OPEN INPUT GuessTraceFile
           IF WS-Trace-Status NOT = "00"
               DISPLAY "Guess-Stats: no GUESS-TRACE.DAT (status "
                   WS-Trace-Status ") - no search efficiency shown"
               GO TO Score-Trace-Exit
           END-IF
           PERFORM UNTIL EndOfTraceFile
               READ GuessTraceFile
                   AT END SET EndOfTraceFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Trace-Read
                       PERFORM Score-Trace-Guess
                           THRU Score-Trace-Guess-Exit
               END-READ
           END-PERFORM
           CLOSE GuessTraceFile.
       Score-Trace-Exit.
           EXIT.

       Score-Trace-Guess.
           IF TraceRange NOT = "01000" OR TraceGuess IS NOT NUMERIC
                   OR TraceGame IS NOT NUMERIC
               GO TO Score-Trace-Guess-Exit
           END-IF
           IF TraceResult NOT = "LOW" AND TraceResult NOT = "HIGH"
                   AND TraceResult NOT = "WIN"
               GO TO Score-Trace-Guess-Exit
           END-IF
           MOVE TraceRange TO WS-Range-Num
           MOVE TraceGuess TO WS-Trace-Guess-Num
           IF TraceTrainee = SPACE
               MOVE "(NONE)" TO WS-Game-Trainee
           ELSE
               MOVE TraceTrainee TO WS-Game-Trainee
           END-IF
           PERFORM Find-Trainee THRU Find-Trainee-Exit
           IF WS-Trainee-Sub = ZERO
               GO TO Score-Trace-Guess-Exit
           END-IF
           IF TraceGame NOT = WS-TR-Game-Key(WS-Trainee-Sub)
               MOVE TraceGame TO WS-TR-Game-Key(WS-Trainee-Sub)
               MOVE 1 TO WS-TR-Open-Low(WS-Trainee-Sub)
               MOVE WS-Range-Num TO WS-TR-Open-High(WS-Trainee-Sub)
           END-IF
           MOVE WS-TR-Open-Low(WS-Trainee-Sub) TO WS-Open-Low
           MOVE WS-TR-Open-High(WS-Trainee-Sub) TO WS-Open-High
           PERFORM Score-One-Guess
           ADD 1 TO WS-TR-Eff-Guesses(WS-Trainee-Sub)
           ADD WS-Guess-Score TO WS-TR-Eff-Score(WS-Trainee-Sub)
           EVALUATE TRUE
               WHEN Guess-Wasted
                   CONTINUE
               WHEN TraceResult = "LOW"
                   COMPUTE WS-TR-Open-Low(WS-Trainee-Sub) =
                       WS-Trace-Guess-Num + 1
               WHEN TraceResult = "HIGH"
                   COMPUTE WS-TR-Open-High(WS-Trainee-Sub) =
                       WS-Trace-Guess-Num - 1
           END-EVALUATE.
       Score-Trace-Guess-Exit.
           EXIT.

      * The halving guess for the open range is its middle number,
      * or either of the two when it has an even count. A guess
      * scores 100 there, less the further off it is - 200 times the
      * distance over the numbers still open - and nothing at all
      * outside the open range. The same rule as Guess-Efficiency.
       Score-One-Guess.
           COMPUTE WS-Halving-Low = (WS-Open-Low + WS-Open-High) / 2
           COMPUTE WS-Halving-High =
               (WS-Open-Low + WS-Open-High + 1) / 2
           IF WS-Trace-Guess-Num < WS-Open-Low OR
                   WS-Trace-Guess-Num > WS-Open-High
               MOVE ZERO TO WS-Guess-Score
               SET Guess-Wasted TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-Trace-Guess-Num < WS-Halving-Low
                       COMPUTE WS-Halving-Dist =
                           WS-Halving-Low - WS-Trace-Guess-Num
                   WHEN WS-Trace-Guess-Num > WS-Halving-High
                       COMPUTE WS-Halving-Dist =
                           WS-Trace-Guess-Num - WS-Halving-High
                   WHEN OTHER
                       MOVE ZERO TO WS-Halving-Dist
               END-EVALUATE
               COMPUTE WS-Guess-Score ROUNDED = 100
                   - (200 * WS-Halving-Dist)
                   / (WS-Open-High - WS-Open-Low + 1)
               IF WS-Halving-Dist = ZERO
                   SET Guess-Halving TO TRUE
               ELSE
                   SET Guess-Other TO TRUE
               END-IF
           END-IF.

       Load-Trainee-Roster.
           OPEN INPUT RosterFile
           IF WS-Roster-Status = "00"
               END-PERFORM
               MOVE WS-TR-Games(WS-Trainee-Sub) TO WS-TD-Games
               MOVE WS-TR-Med-Games(WS-Trainee-Sub) TO WS-TD-Med
               IF WS-TR-Eff-Guesses(WS-Trainee-Sub) = ZERO
                   MOVE "   --" TO WS-TD-Eff
               ELSE
                   COMPUTE WS-Eff-Pct ROUNDED =
                       WS-TR-Eff-Score(WS-Trainee-Sub)
                       / WS-TR-Eff-Guesses(WS-Trainee-Sub)
                   MOVE WS-Eff-Pct TO WS-Eff-Edit
                   MOVE WS-Eff-Edit TO WS-TD-Eff
               END-IF
               IF WS-TR-Med-Games(WS-Trainee-Sub) = ZERO
                   MOVE ZERO TO WS-TD-Avg
                   MOVE "NO MED GAMES" TO WS-TD-Status
