      * line so Guess-Stats can break the numbers out per trainee
      * instead of crediting a cohort's games to everyone at once.
      * With no roster on file any ID is accepted as keyed.
      * Every guess of every game is also appended to GUESS-TRACE.DAT
      * - trainee, game (the timestamp the game started), guess
      * number, the range played, the guess and whether it was
      * HIGH, LOW or the WIN - so Guess-Efficiency can replay the
      * game and show whether the trainee was halving the range.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANDOM-GUESS.
       AUTHOR.  Jesse Racine.
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
       01 GuessTraceRec PIC X(60).

       WORKING-STORAGE SECTION.
       01 RandNum      PIC 9(5).
       01 GuessedNum   PIC 9(5) VALUE 0.
       01 WS-Roster-Name-Text PIC X(30).
       01 WS-Roster-State PIC X(1) VALUE "N".
           88 Roster-Present VALUE "Y".
       01 WS-Trace-Status PIC X(2).
       01 WS-Trace-State PIC X(1) VALUE "N".
           88 Trace-Open VALUE "Y".
       01 WS-Trace-Line.
           02 WS-Trace-Trainee PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-Trace-Game PIC 9(16).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-Trace-Seq PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-Trace-Range PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-Trace-Guess PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-Trace-Result PIC X(4).
       PROCEDURE DIVISION.
           Begin.
            PERFORM Trainee-Sign-On
                Function RANDOM(DateSeed) * WS-Range-Max + 1
            DISPLAY "I'm thinking of a number between 1 and "
                WS-Range-Max
            PERFORM Open-Guess-Trace
            PERFORM UNTIL 1 <> 1
               PERFORM Get-Guess WITH TEST AFTER UNTIL
                   GuessedNum >= 1 AND GuessedNum <= WS-Range-Max
               ADD 1 TO WS-Guess-Count
               IF GuessedNum = RandNum THEN
                  DISPLAY "You guessed correctly"
                  MOVE "WIN" TO WS-Trace-Result
                  PERFORM Write-Guess-Trace
                  IF Trace-Open
                     CLOSE GuessTraceFile
                  END-IF
                  PERFORM Write-Guess-Log
                  STOP RUN
               END-IF
               IF GuessedNum < RandNum THEN
                  DISPLAY "Your guess was lower than the target"
                  MOVE "LOW" TO WS-Trace-Result
                  PERFORM Write-Guess-Trace
               END-IF

               IF GuessedNum > RandNum THEN
                  DISPLAY "Your guess was higher than the target"
                  MOVE "HIGH" TO WS-Trace-Result
                  PERFORM Write-Guess-Trace
               END-IF
            END-PERFORM
            STOP RUN.
                   DISPLAY "Random-Guess: *** WARNING *** unable to "
                       "write GUESS-LOG.DAT, status " WS-Log-Status
               END-IF.
      * The trace is held open for the whole game, one line per
      * guess as it is made, so a game given up part way still
      * shows how it was being played. A trace that cannot be
      * opened costs the trainers the replay, not the trainee the
      * game.
           Open-Guess-Trace.
               OPEN EXTEND GuessTraceFile
               IF WS-Trace-Status = "35"
                   OPEN OUTPUT GuessTraceFile
               END-IF
               IF WS-Trace-Status = "00"
                   MOVE "Y" TO WS-Trace-State
               ELSE
                   DISPLAY "Random-Guess: *** WARNING *** unable to "
                       "write GUESS-TRACE.DAT, status "
                       WS-Trace-Status
               END-IF.
           Write-Guess-Trace.
               IF Trace-Open
                   MOVE WS-Trainee-ID TO WS-Trace-Trainee
                   MOVE DateSeed TO WS-Trace-Game
                   MOVE WS-Guess-Count TO WS-Trace-Seq
                   MOVE WS-Range-Max TO WS-Trace-Range
                   MOVE GuessedNum TO WS-Trace-Guess
                   MOVE WS-Trace-Line TO GuessTraceRec
                   WRITE GuessTraceRec
               END-IF.
      * Asks who is playing and stamps the game's log line with
      * the answer. With TRAINEE-ROSTER.DAT on file (ID;NAME, *
      * comments and blanks skipped) the ID must be on the roster -
