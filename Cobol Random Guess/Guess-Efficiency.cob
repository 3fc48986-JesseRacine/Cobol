      * Reads GUESS-TRACE.DAT (one line per guess, as Random-Guess
      * appends them: trainee, game, guess number, range played,
      * guess, HIGH/LOW/WIN) and replays every game to show whether
      * the trainee was halving the range - the skill the drill is
      * there to teach - to GUESS-EFFICIENCY.RPT.
      * The replay keeps the range still open after each hint. Each
      * guess scores 100 when it is the halving guess for that range
      * (either middle number when the range has two), falling off
      * evenly to nothing at the ends of the range; a guess outside
      * the range the earlier hints had already ruled out is WASTED
      * and scores nothing. A game's efficiency is the average score
      * of its guesses, a trainee's the average over all of their
      * guesses. Guess-Stats scores the MEDIUM-band games the same
      * way for its certification section - change the two together.
      * The report prints each game guess by guess, then each
      * trainee's games, guesses, halving and wasted guesses and
      * efficiency, with the efficiency of their last 20 games
      * oldest first and whether the second half of those games is
      * IMPROVING, SLIPPING or STEADY against the first. Names come
      * from TRAINEE-ROSTER.DAT when it is on file; a blank trainee
      * ID groups as (NONE), as in Guess-Stats.
      * Return code 16 when the trace cannot be read or the report
      * cannot be written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Guess-Efficiency.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GuessTraceFile ASSIGN TO "GUESS-TRACE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Trace-Status.

       SELECT WorkFile ASSIGN TO "guess-trace-work.tmp".

       SELECT SortedFile ASSIGN TO "guess-trace-sorted.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sorted-Status.

       SELECT ReportFile ASSIGN TO "GUESS-EFFICIENCY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       SELECT RosterFile ASSIGN TO "TRAINEE-ROSTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Roster-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GuessTraceFile.
       01 GuessTraceRec PIC X(60).

      * Sorted by trainee, game and guess number, so each game
      * replays in the order it was played and each trainee's games
      * come oldest first.
       SD WorkFile.
       01 WorkRec.
       02 SW-Trainee PIC X(8).
       02 FILLER PIC X(1).
       02 SW-Game PIC X(16).
       02 FILLER PIC X(1).
       02 SW-Seq PIC X(4).
       02 FILLER PIC X(30).

       FD SortedFile.
       01 SortedRec.
       88 EndOfSortedFile VALUE HIGH-VALUES.
       02 TraceTrainee PIC X(8).
       02 FILLER PIC X(1).
       02 TraceGame PIC X(16).
       02 TraceGame-Parts REDEFINES TraceGame.
           03 TraceGame-Year PIC X(4).
           03 TraceGame-Month PIC X(2).
           03 TraceGame-DOM PIC X(2).
           03 TraceGame-Hour PIC X(2).
           03 TraceGame-Min PIC X(2).
           03 TraceGame-Sec PIC X(2).
           03 FILLER PIC X(2).
       02 FILLER PIC X(1).
       02 TraceSeq PIC X(4).
       02 FILLER PIC X(1).
       02 TraceRange PIC X(5).
       02 FILLER PIC X(1).
       02 TraceGuess PIC X(5).
       02 FILLER PIC X(1).
       02 TraceResult PIC X(4).
       02 FILLER PIC X(13).

       FD ReportFile.
       01 ReportLine PIC X(132).

       FD RosterFile.
       01 RosterRec PIC X(50).
       88 EndOfRosterFile VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01 WS-Trace-Status PIC X(2).
       01 WS-Sorted-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Read-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Bad-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Game-Count PIC 9(7) COMP VALUE ZERO.

      * The game being replayed: who, which, the range it was
      * played over and the range still open after the hints so
      * far.
       01 WS-Game-Trainee PIC X(8).
       01 WS-Game-Key PIC X(16).
       01 WS-Game-State PIC X(1) VALUE "N".
           88 Game-In-Progress VALUE "Y".
       01 WS-Game-Won PIC X(1).
           88 Game-Was-Won VALUE "Y".
       01 WS-Game-Range PIC 9(5).
       01 WS-Game-Guesses PIC 9(5) COMP.
       01 WS-Game-Wasted PIC 9(5) COMP.
       01 WS-Game-Score PIC 9(7)V9 COMP-3.
       01 WS-Game-Eff PIC 9(3)V9 COMP-3.
       01 WS-Best-Count PIC 9(3) COMP.
       01 WS-Best-Span PIC 9(7) COMP.
       01 WS-Guess-Num PIC 9(5).
       01 WS-Range-Num PIC 9(5).

      * One guess scored against the range still open.
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

      * Each trainee's totals and the efficiency of their last 20
      * games, oldest first - the table shifts down once it is
      * full.
       01 WS-Trainee-Table.
           02 WS-TE-Entry OCCURS 50 TIMES.
               03 WS-TE-ID PIC X(8).
               03 WS-TE-Games PIC 9(7) COMP.
               03 WS-TE-Guesses PIC 9(7) COMP.
               03 WS-TE-Halving PIC 9(7) COMP.
               03 WS-TE-Wasted PIC 9(7) COMP.
               03 WS-TE-Score PIC 9(9)V9 COMP-3.
               03 WS-TE-Recent-Used PIC 9(2) COMP.
               03 WS-TE-Recent PIC 9(3)V9 COMP-3 OCCURS 20 TIMES.
       01 WS-Trainees-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Trainee-Sub PIC 9(3) COMP.
       01 WS-Recent-Sub PIC 9(2) COMP.
       01 WS-Half-Count PIC 9(2) COMP.
       01 WS-First-Half PIC 9(5)V9 COMP-3.
       01 WS-Second-Half PIC 9(5)V9 COMP-3.
      * How far the later half of the last 20 games must move from
      * the earlier half, in efficiency points, to count as a trend.
       01 WS-Trend-Margin PIC 9(2)V9 VALUE 5.0.

       01 WS-Roster-Status PIC X(2).
       01 WS-Roster-Table.
           02 WS-RO-Entry OCCURS 50 TIMES.
               03 WS-RO-ID PIC X(8).
               03 WS-RO-Name PIC X(30).
       01 WS-Rosters-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Roster-Sub PIC 9(3) COMP.
       01 WS-Roster-ID-Text PIC X(8).
       01 WS-Roster-Name-Text PIC X(30).

       01 WS-Title-Line PIC X(60)
           VALUE "GUESS-BY-GUESS SEARCH EFFICIENCY".

       01 WS-Game-Heading.
           02 FILLER PIC X(9) VALUE "TRAINEE ".
           02 WS-GH-Trainee PIC X(8).
           02 FILLER PIC X(8) VALUE "  GAME ".
           02 WS-GH-Year PIC X(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-GH-Month PIC X(2).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-GH-DOM PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-GH-Hour PIC X(2).
           02 FILLER PIC X(1) VALUE ":".
           02 WS-GH-Min PIC X(2).
           02 FILLER PIC X(1) VALUE ":".
           02 WS-GH-Sec PIC X(2).
           02 FILLER PIC X(10) VALUE "  RANGE 1-".
           02 WS-GH-Range PIC Z(4)9.

       01 WS-Guess-Heading.
           02 FILLER PIC X(8) VALUE "   GUESS".
           02 FILLER PIC X(14) VALUE "    OPEN RANGE".
           02 FILLER PIC X(9) VALUE "  HALVING".
           02 FILLER PIC X(9) VALUE "  GUESSED".
           02 FILLER PIC X(8) VALUE "  RESULT".
           02 FILLER PIC X(8) VALUE "   SCORE".

       01 WS-Guess-Line.
           02 WS-GL-Seq PIC Z(7)9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-GL-Low PIC Z(4)9.
           02 FILLER PIC X(1) VALUE "-".
           02 WS-GL-High PIC X(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-GL-Halving PIC X(11).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-GL-Guess PIC Z(4)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-GL-Result PIC X(4).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-GL-Score PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-GL-Flag PIC X(7).
       01 WS-Halving-Show.
           02 WS-HS-Low PIC Z(4)9.
           02 WS-HS-Sep PIC X(1).
           02 WS-HS-High PIC X(5).
      * A number shown without its leading blanks, after a "-" or
      * "/".
       01 WS-Edit-Num PIC Z(4)9.
       01 WS-Lead-Count PIC 9(2) COMP.

       01 WS-Game-Total.
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-GT-Guesses PIC Z(4)9.
           02 FILLER PIC X(10) VALUE " guess(es)".
           02 FILLER PIC X(2) VALUE ", ".
           02 WS-GT-Wasted PIC Z(4)9.
           02 FILLER PIC X(21) VALUE " wasted, efficiency ".
           02 WS-GT-Eff PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".
           02 FILLER PIC X(25) VALUE " - halving needs at most".
           02 WS-GT-Best PIC X(2).
           02 WS-GT-Note PIC X(15).

       01 WS-Trainee-Heading.
           02 FILLER PIC X(10) VALUE "TRAINEE".
           02 FILLER PIC X(22) VALUE "NAME".
           02 FILLER PIC X(8) VALUE "   GAMES".
           02 FILLER PIC X(10) VALUE "   GUESSES".
           02 FILLER PIC X(10) VALUE "   HALVING".
           02 FILLER PIC X(10) VALUE "    WASTED".
           02 FILLER PIC X(12) VALUE "  EFFICIENCY".

       01 WS-Trainee-Detail.
           02 WS-TD-ID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-TD-Name PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-TD-Games PIC ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-TD-Guesses PIC ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-TD-Halving PIC ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-TD-Wasted PIC ZZZ,ZZ9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 WS-TD-Eff PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".

       01 WS-Recent-Line.
           02 FILLER PIC X(10) VALUE SPACE.
           02 WS-RL-Label PIC X(20).
           02 WS-RL-Eff PIC ZZZ9 OCCURS 20 TIMES.

       01 WS-Trend-Line.
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(7) VALUE "TREND: ".
           02 WS-TL-Trend PIC X(14).
           02 FILLER PIC X(17) VALUE "  EARLIER GAMES  ".
           02 WS-TL-First PIC ZZ9.9.
           02 FILLER PIC X(17) VALUE "%   LATER GAMES  ".
           02 WS-TL-Second PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Trainee-Roster
           OPEN INPUT GuessTraceFile
           IF WS-Trace-Status NOT = "00"
               DISPLAY "Guess-Efficiency: unable to open "
                   "GUESS-TRACE.DAT, status " WS-Trace-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE GuessTraceFile
           SORT WorkFile ON ASCENDING KEY SW-Trainee SW-Game SW-Seq
               USING GuessTraceFile GIVING SortedFile
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "Guess-Efficiency: unable to open sorted "
                   "trace, status " WS-Sorted-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Guess-Efficiency: unable to open "
                   "GUESS-EFFICIENCY.RPT, status " WS-Report-Status
               CLOSE SortedFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           PERFORM UNTIL EndOfSortedFile
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Replay-One-Guess
                           THRU Replay-One-Guess-Exit
               END-READ
           END-PERFORM
           PERFORM End-Of-Game THRU End-Of-Game-Exit
           CLOSE SortedFile
           PERFORM Print-Trainee-Section
           CLOSE ReportFile
           DISPLAY "Guess-Efficiency: " WS-Read-Count " guess(es) "
               "read, " WS-Game-Count " game(s) replayed, "
               WS-Bad-Count " unusable line(s) skipped"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * One trace line. A new trainee or game closes off the game
      * before it and starts the replay over the full range. Lines
      * that do not parse are counted and skipped, not guessed at.
       Replay-One-Guess.
           IF TraceGame IS NOT NUMERIC OR TraceSeq IS NOT NUMERIC
                   OR TraceRange IS NOT NUMERIC
                   OR TraceGuess IS NOT NUMERIC
               ADD 1 TO WS-Bad-Count
               GO TO Replay-One-Guess-Exit
           END-IF
           IF TraceResult NOT = "LOW" AND TraceResult NOT = "HIGH"
                   AND TraceResult NOT = "WIN"
               ADD 1 TO WS-Bad-Count
               GO TO Replay-One-Guess-Exit
           END-IF
           MOVE TraceRange TO WS-Range-Num
           MOVE TraceGuess TO WS-Guess-Num
           IF WS-Range-Num = ZERO
               ADD 1 TO WS-Bad-Count
               GO TO Replay-One-Guess-Exit
           END-IF
           IF NOT Game-In-Progress OR TraceTrainee NOT = WS-Game-Trainee
                   OR TraceGame NOT = WS-Game-Key
               PERFORM End-Of-Game THRU End-Of-Game-Exit
               PERFORM Start-Game
           END-IF
           PERFORM Score-One-Guess
           ADD 1 TO WS-Game-Guesses
           ADD WS-Guess-Score TO WS-Game-Score
           IF Guess-Wasted
               ADD 1 TO WS-Game-Wasted
           END-IF
           IF WS-Trainee-Sub > ZERO
               ADD 1 TO WS-TE-Guesses(WS-Trainee-Sub)
               ADD WS-Guess-Score TO WS-TE-Score(WS-Trainee-Sub)
               IF Guess-Wasted
                   ADD 1 TO WS-TE-Wasted(WS-Trainee-Sub)
               END-IF
               IF Guess-Halving
                   ADD 1 TO WS-TE-Halving(WS-Trainee-Sub)
               END-IF
           END-IF
           MOVE TraceSeq TO WS-GL-Seq
           MOVE WS-Open-Low TO WS-GL-Low
           MOVE WS-Open-High TO WS-Edit-Num
           PERFORM Strip-Edit-Num
           MOVE WS-Edit-Num(WS-Lead-Count + 1:) TO WS-GL-High
           MOVE SPACE TO WS-Halving-Show
           MOVE WS-Halving-Low TO WS-HS-Low
           IF WS-Halving-High NOT = WS-Halving-Low
               MOVE "/" TO WS-HS-Sep
               MOVE WS-Halving-High TO WS-Edit-Num
               PERFORM Strip-Edit-Num
               MOVE WS-Edit-Num(WS-Lead-Count + 1:) TO WS-HS-High
           END-IF
           MOVE WS-Halving-Show TO WS-GL-Halving
           MOVE WS-Guess-Num TO WS-GL-Guess
           MOVE TraceResult TO WS-GL-Result
           MOVE WS-Guess-Score TO WS-GL-Score
           EVALUATE TRUE
               WHEN Guess-Wasted
                   MOVE "WASTED" TO WS-GL-Flag
               WHEN Guess-Halving
                   MOVE "HALVING" TO WS-GL-Flag
               WHEN OTHER
                   MOVE SPACE TO WS-GL-Flag
           END-EVALUATE
           MOVE WS-Guess-Line TO ReportLine
           WRITE ReportLine
      * The hint narrows what is still open; a wasted guess was
      * outside it already and narrows nothing.
           EVALUATE TRUE
               WHEN TraceResult = "WIN"
                   MOVE "Y" TO WS-Game-Won
               WHEN Guess-Wasted
                   CONTINUE
               WHEN TraceResult = "LOW"
                   COMPUTE WS-Open-Low = WS-Guess-Num + 1
               WHEN TraceResult = "HIGH"
                   COMPUTE WS-Open-High = WS-Guess-Num - 1
           END-EVALUATE.
       Replay-One-Guess-Exit.
           EXIT.

      * The halving guess for the open range is its middle number,
      * or either of the two when it has an even count. A guess
      * scores 100 there, less the further off it is - 200 times the
      * distance over the numbers still open, so the ends of the
      * range score next to nothing - and nothing at all outside
      * the open range. Guess-Stats scores guesses the same way.
       Score-One-Guess.
           COMPUTE WS-Halving-Low = (WS-Open-Low + WS-Open-High) / 2
           COMPUTE WS-Halving-High =
               (WS-Open-Low + WS-Open-High + 1) / 2
           IF WS-Guess-Num < WS-Open-Low OR
                   WS-Guess-Num > WS-Open-High
               MOVE ZERO TO WS-Guess-Score
               SET Guess-Wasted TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-Guess-Num < WS-Halving-Low
                       COMPUTE WS-Halving-Dist =
                           WS-Halving-Low - WS-Guess-Num
                   WHEN WS-Guess-Num > WS-Halving-High
                       COMPUTE WS-Halving-Dist =
                           WS-Guess-Num - WS-Halving-High
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

       Strip-Edit-Num.
           MOVE ZERO TO WS-Lead-Count
           INSPECT WS-Edit-Num TALLYING WS-Lead-Count
               FOR LEADING SPACE.

      * Opens the replay of the game on the current line: its
      * heading, the full range open, and the trainee it counts
      * for.
       Start-Game.
           MOVE TraceTrainee TO WS-Game-Trainee
           MOVE TraceGame TO WS-Game-Key
           MOVE WS-Range-Num TO WS-Game-Range
           MOVE 1 TO WS-Open-Low
           MOVE WS-Range-Num TO WS-Open-High
           MOVE ZERO TO WS-Game-Guesses
           MOVE ZERO TO WS-Game-Wasted
           MOVE ZERO TO WS-Game-Score
           MOVE "N" TO WS-Game-Won
           MOVE "Y" TO WS-Game-State
           ADD 1 TO WS-Game-Count
           PERFORM Find-Trainee THRU Find-Trainee-Exit
           MOVE WS-Game-Trainee TO WS-GH-Trainee
           IF WS-Game-Trainee = SPACE
               MOVE "(NONE)" TO WS-GH-Trainee
           END-IF
           MOVE TraceGame-Year TO WS-GH-Year
           MOVE TraceGame-Month TO WS-GH-Month
           MOVE TraceGame-DOM TO WS-GH-DOM
           MOVE TraceGame-Hour TO WS-GH-Hour
           MOVE TraceGame-Min TO WS-GH-Min
           MOVE TraceGame-Sec TO WS-GH-Sec
           MOVE WS-Range-Num TO WS-GH-Range
           MOVE WS-Game-Heading TO ReportLine
           WRITE ReportLine
           MOVE WS-Guess-Heading TO ReportLine
           WRITE ReportLine.

      * Closes off the game just replayed: its totals line, and
      * its efficiency into the trainee's last 20 games.
       End-Of-Game.
           IF NOT Game-In-Progress
               GO TO End-Of-Game-Exit
           END-IF
           MOVE "N" TO WS-Game-State
           COMPUTE WS-Game-Eff ROUNDED =
               WS-Game-Score / WS-Game-Guesses
           MOVE 1 TO WS-Best-Count
           MOVE 2 TO WS-Best-Span
           PERFORM UNTIL WS-Best-Span > WS-Game-Range
               ADD 1 TO WS-Best-Count
               COMPUTE WS-Best-Span = WS-Best-Span * 2
           END-PERFORM
           MOVE WS-Game-Guesses TO WS-GT-Guesses
           MOVE WS-Game-Wasted TO WS-GT-Wasted
           MOVE WS-Game-Eff TO WS-GT-Eff
           MOVE WS-Best-Count TO WS-Edit-Num
           PERFORM Strip-Edit-Num
           MOVE WS-Edit-Num(WS-Lead-Count + 1:) TO WS-GT-Best
           IF Game-Was-Won
               MOVE SPACE TO WS-GT-Note
           ELSE
               MOVE " - NOT FINISHED" TO WS-GT-Note
           END-IF
           MOVE WS-Game-Total TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           IF WS-Trainee-Sub = ZERO
               GO TO End-Of-Game-Exit
           END-IF
           ADD 1 TO WS-TE-Games(WS-Trainee-Sub)
           IF WS-TE-Recent-Used(WS-Trainee-Sub) < 20
               ADD 1 TO WS-TE-Recent-Used(WS-Trainee-Sub)
           ELSE
               PERFORM VARYING WS-Recent-Sub FROM 1 BY 1
                       UNTIL WS-Recent-Sub > 19
                   MOVE WS-TE-Recent(WS-Trainee-Sub, WS-Recent-Sub + 1)
                       TO WS-TE-Recent(WS-Trainee-Sub, WS-Recent-Sub)
               END-PERFORM
           END-IF
           MOVE WS-TE-Recent-Used(WS-Trainee-Sub) TO WS-Recent-Sub
           MOVE WS-Game-Eff
               TO WS-TE-Recent(WS-Trainee-Sub, WS-Recent-Sub).
       End-Of-Game-Exit.
           EXIT.

      * The game's trainee in the table, added on first sight.
      * Past 50 trainees the games still replay but are not
      * totalled (WS-Trainee-Sub comes back zero).
       Find-Trainee.
           PERFORM VARYING WS-Trainee-Sub FROM 1 BY 1
                   UNTIL WS-Trainee-Sub > WS-Trainees-Used
                   OR WS-TE-ID(WS-Trainee-Sub) = WS-Game-Trainee
               CONTINUE
           END-PERFORM
           IF WS-Trainee-Sub > WS-Trainees-Used
               IF WS-Trainees-Used >= 50
                   MOVE ZERO TO WS-Trainee-Sub
                   GO TO Find-Trainee-Exit
               END-IF
               ADD 1 TO WS-Trainees-Used
               MOVE WS-Trainees-Used TO WS-Trainee-Sub
               MOVE WS-Game-Trainee TO WS-TE-ID(WS-Trainee-Sub)
               MOVE ZERO TO WS-TE-Games(WS-Trainee-Sub)
               MOVE ZERO TO WS-TE-Guesses(WS-Trainee-Sub)
               MOVE ZERO TO WS-TE-Halving(WS-Trainee-Sub)
               MOVE ZERO TO WS-TE-Wasted(WS-Trainee-Sub)
               MOVE ZERO TO WS-TE-Score(WS-Trainee-Sub)
               MOVE ZERO TO WS-TE-Recent-Used(WS-Trainee-Sub)
           END-IF.
       Find-Trainee-Exit.
           EXIT.

      * Each trainee's totals, then the efficiency of their last
      * 20 games oldest first, and the trend: the later half of
      * those games against the earlier half. Fewer than four
      * games is too few to call.
       Print-Trainee-Section.
           MOVE "TRAINEE SEARCH EFFICIENCY" TO ReportLine
           WRITE ReportLine
           MOVE WS-Trainee-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Trainee-Sub FROM 1 BY 1
                   UNTIL WS-Trainee-Sub > WS-Trainees-Used
               MOVE WS-TE-ID(WS-Trainee-Sub) TO WS-TD-ID
               IF WS-TE-ID(WS-Trainee-Sub) = SPACE
                   MOVE "(NONE)" TO WS-TD-ID
               END-IF
               MOVE SPACE TO WS-TD-Name
               PERFORM VARYING WS-Roster-Sub FROM 1 BY 1
                       UNTIL WS-Roster-Sub > WS-Rosters-Used
                   IF WS-RO-ID(WS-Roster-Sub) =
                           WS-TE-ID(WS-Trainee-Sub)
                       MOVE WS-RO-Name(WS-Roster-Sub)
                           TO WS-TD-Name
                   END-IF
               END-PERFORM
               MOVE WS-TE-Games(WS-Trainee-Sub) TO WS-TD-Games
               MOVE WS-TE-Guesses(WS-Trainee-Sub) TO WS-TD-Guesses
               MOVE WS-TE-Halving(WS-Trainee-Sub) TO WS-TD-Halving
               MOVE WS-TE-Wasted(WS-Trainee-Sub) TO WS-TD-Wasted
               COMPUTE WS-Game-Eff ROUNDED =
                   WS-TE-Score(WS-Trainee-Sub)
                   / WS-TE-Guesses(WS-Trainee-Sub)
               MOVE WS-Game-Eff TO WS-TD-Eff
               MOVE WS-Trainee-Detail TO ReportLine
               WRITE ReportLine
               PERFORM Print-Trainee-Trend
           END-PERFORM.

       Print-Trainee-Trend.
           MOVE SPACE TO WS-Recent-Line
           MOVE "LAST GAMES, OLDEST:" TO WS-RL-Label
           PERFORM VARYING WS-Recent-Sub FROM 1 BY 1
                   UNTIL WS-Recent-Sub >
                       WS-TE-Recent-Used(WS-Trainee-Sub)
               COMPUTE WS-RL-Eff(WS-Recent-Sub) ROUNDED =
                   WS-TE-Recent(WS-Trainee-Sub, WS-Recent-Sub)
           END-PERFORM
           MOVE WS-Recent-Line TO ReportLine
           WRITE ReportLine
           COMPUTE WS-Half-Count =
               WS-TE-Recent-Used(WS-Trainee-Sub) / 2
           MOVE ZERO TO WS-First-Half
           MOVE ZERO TO WS-Second-Half
           PERFORM VARYING WS-Recent-Sub FROM 1 BY 1
                   UNTIL WS-Recent-Sub >
                       WS-TE-Recent-Used(WS-Trainee-Sub)
               IF WS-Recent-Sub > WS-TE-Recent-Used(WS-Trainee-Sub)
                       - WS-Half-Count
                   ADD WS-TE-Recent(WS-Trainee-Sub, WS-Recent-Sub)
                       TO WS-Second-Half
               ELSE
                   IF WS-Recent-Sub <= WS-Half-Count
                       ADD WS-TE-Recent(WS-Trainee-Sub, WS-Recent-Sub)
                           TO WS-First-Half
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TE-Recent-Used(WS-Trainee-Sub) < 4
               MOVE "TOO FEW GAMES" TO WS-TL-Trend
               MOVE WS-Trend-Line TO ReportLine
               MOVE SPACE TO ReportLine(32:)
           ELSE
               COMPUTE WS-First-Half ROUNDED =
                   WS-First-Half / WS-Half-Count
               COMPUTE WS-Second-Half ROUNDED =
                   WS-Second-Half / WS-Half-Count
               MOVE WS-First-Half TO WS-TL-First
               MOVE WS-Second-Half TO WS-TL-Second
               EVALUATE TRUE
                   WHEN WS-Second-Half >
                           WS-First-Half + WS-Trend-Margin
                       MOVE "IMPROVING" TO WS-TL-Trend
                   WHEN WS-Second-Half + WS-Trend-Margin <
                           WS-First-Half
                       MOVE "SLIPPING" TO WS-TL-Trend
                   WHEN OTHER
                       MOVE "STEADY" TO WS-TL-Trend
               END-EVALUATE
               MOVE WS-Trend-Line TO ReportLine
           END-IF
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine.

       Load-Trainee-Roster.
           OPEN INPUT RosterFile
           IF WS-Roster-Status = "00"
               PERFORM UNTIL EndOfRosterFile
                   READ RosterFile
                       AT END SET EndOfRosterFile TO TRUE
                       NOT AT END
                           IF RosterRec NOT = SPACE AND
                                   RosterRec(1:1) NOT = "*"
                                   AND WS-Rosters-Used < 50
                               MOVE SPACE TO WS-Roster-ID-Text
                               MOVE SPACE TO WS-Roster-Name-Text
                               UNSTRING RosterRec DELIMITED BY ";"
                                   INTO WS-Roster-ID-Text
                                       WS-Roster-Name-Text
                               ADD 1 TO WS-Rosters-Used
                               MOVE WS-Roster-ID-Text TO
                                   WS-RO-ID(WS-Rosters-Used)
                               MOVE WS-Roster-Name-Text TO
                                   WS-RO-Name(WS-Rosters-Used)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RosterFile
           END-IF.
