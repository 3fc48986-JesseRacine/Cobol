      *      intake edit to verify
      * The date is rebuilt from CDate's Year/MONTH/DOM fields into
      * the state's YYYYMMDD convention.
      * A crash the clerks have decided is the same crash as another
      * agency's (an S pair in AGENCY-MATCH.DAT, kept by
      * Agency-Match) is a double count: the later-loaded CrashID of
      * the pair is left out of the submission and its counts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOT-Submission.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Submit-Status.

       SELECT MatchFile ASSIGN TO "AGENCY-MATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Match-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SortedFile.
       FD SubmitFile.
       01 SubmitRec PIC X(40).

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
       01 WS-Sorted-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-Submit-Status PIC X(2).
       01 WS-Match-Status PIC X(2).
      * Duplicates of another agency's crash, left out of the file.
       01 WS-Excl-Table.
           02 WS-EX-ID OCCURS 3000 TIMES PIC 9(5).
       01 WS-Excl-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Excl-Sub PIC 9(4) COMP.
       01 WS-Excluded-Count PIC 9(7) VALUE ZERO.
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfSortedFile VALUE "Y".
       01 WS-Parm-Keyword PIC X(20).
           END-IF
           DISPLAY "DOT-Submission: building period " WS-Want-Year
               "-" WS-Want-Month " for agency " WS-Agency-ID
           PERFORM Load-Match-Exclusions
               THRU Load-Match-Exclusions-Exit
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "DOT-Submission: unable to open sorted.dat, "
                       ADD 1 TO WS-Read-Count
                       IF TYear = WS-Want-Year AND
                               TMonth = WS-Want-Month
                           PERFORM Check-Excluded
                           IF WS-Excl-Sub > WS-Excl-Used
                               PERFORM Write-Detail-Record
                           ELSE
                               ADD 1 TO WS-Excluded-Count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "DOT-Submission: " WS-Detail-Count " detail "
               "record(s) written, " WS-Fatal-Total " fatal, "
               WS-Inj-Total " injury"
           IF WS-Excluded-Count > ZERO
               DISPLAY "DOT-Submission: " WS-Excluded-Count
                   " cross-agency duplicate(s) left out"
           END-IF
           IF WS-Detail-Count = ZERO
               DISPLAY "DOT-Submission: *** WARNING *** no crashes "
                   "matched the requested period"
       Load-Parameters-Exit.
           EXIT.

      * The S pairs of AGENCY-MATCH.DAT whose two crashes were both
      * on the master at the last Agency-Match run (a nonzero
      * period) - the later-loaded CrashID of each is excluded.
      * No decision file means nothing is excluded.
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

      * One fixed-width detail record, the crash date reformatted
      * to the state's YYYYMMDD and the time to HHMMSS.
       Write-Detail-Record.
