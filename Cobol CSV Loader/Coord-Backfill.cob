      * into the record's spare Lat2/Long2 pair with CoordSrc "D"
      * (derived), so the next Hotspot-Grid run plots the crash
      * instead of dropping it. The feed's own fields are never
      * touched. COORD-BACKFILL.RPT lists every crash backfilled,
      * every crash left without coordinates with the reason in
      * its NOTE column - no master match, or a master with no
      * reference coordinates - and the totals; crashes that stay
      * coordinate-less stay on the hotspot exception listing
      * where they belong.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Coord-Backfill.
       ENVIRONMENT DIVISION.
           02 FILLER PIC X(10) VALUE "LOC CODE".
           02 FILLER PIC X(12) VALUE "DERIVED LAT".
           02 FILLER PIC X(12) VALUE "DERIVED LONG".
           02 FILLER PIC X(26) VALUE "NOTE".
       01 WS-Detail-Line.
           02 WS-D-CrashID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Lat PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Long PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Note PIC X(26).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           02 WS-CL-Count PIC ZZZ,ZZ9.
           END-IF
           ADD 1 TO WS-NoCoord-Count
           PERFORM Match-To-Master THRU Match-To-Master-Exit
           MOVE CrashID TO WS-D-CrashID
           MOVE SPACE TO WS-D-Lat
           MOVE SPACE TO WS-D-Long
           IF WS-Matched-Sub = ZERO
               ADD 1 TO WS-Unmatched-Count
               MOVE SPACE TO WS-D-Code
               MOVE "NO MASTER MATCH" TO WS-D-Note
               MOVE WS-Detail-Line TO ReportLine
               WRITE ReportLine
               GO TO Backfill-One-Crash-Exit
           END-IF
           IF WS-MT-HasCoord(WS-Matched-Sub) NOT = "Y"
               ADD 1 TO WS-NoRef-Count
               MOVE WS-MT-Code(WS-Matched-Sub) TO WS-D-Code
               MOVE "MASTER HAS NO COORDINATES" TO WS-D-Note
               MOVE WS-Detail-Line TO ReportLine
               WRITE ReportLine
               GO TO Backfill-One-Crash-Exit
           END-IF
           MOVE WS-MT-Lat(WS-Matched-Sub) TO Lat2
               MOVE WS-MT-Code(WS-Matched-Sub) TO WS-D-Code
               MOVE Lat2 TO WS-D-Lat
               MOVE Long2 TO WS-D-Long
               MOVE SPACE TO WS-D-Note
               MOVE WS-Detail-Line TO ReportLine
               WRITE ReportLine
           ELSE
