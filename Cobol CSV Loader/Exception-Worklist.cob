      * The morning exceptions worklist. Each stage of the cycle
      * leaves its exceptions in its own place - LOC-EXCEPTIONS.RPT,
      * HOTSPOT-EXCEPTIONS.RPT, COORD-BACKFILL.RPT's leftovers,
      * PERSON-REJECTS.DAT, PERSON-CROSSFOOT.RPT, DOT-CORRECTIONS.DAT
      * and the fields DATA-QUALITY.RPT flags as dropped. Run after
      * the cycle, this reads them all and keeps one list of
      * individual items in EXCEPTION-WORKLIST.DAT: the item type,
      * its CrashID or other key, what is wrong, the date it was
      * first seen and the group that owns it.
      * An item is known again by its type and key, so one still
      * there from an earlier day keeps its first-seen date and
      * ages; its description is refreshed from today's source. An
      * item no longer in its source is CLOSED with today's date,
      * and one that comes back is reopened with its old date. A
      * source that cannot be read closes nothing - its items are
      * carried as they stood and the report says the source was
      * not read. Closed items stay in the file for 30 days.
      * EXCEPTION-WORKLIST.RPT prints the open items grouped by
      * owner, oldest first, with the items closed today after
      * them, so a supervisor can see what is going stale.
      * Return code 4 when an item has been open over 30 days or a
      * source was not read, 8 when the worklist is too big to
      * carry or cannot be rewritten, 16 when the report cannot be
      * written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exception-Worklist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SourceFile ASSIGN TO DYNAMIC WS-Source-Name
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Source-Status.
       SELECT WorklistFile ASSIGN TO "EXCEPTION-WORKLIST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Worklist-Status.
       SELECT WorkFile ASSIGN TO "exception-work.tmp".
       SELECT SortedFile ASSIGN TO "exception-sorted.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Sorted-Status.
       SELECT ReportFile ASSIGN TO "EXCEPTION-WORKLIST.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
      * Any of the seven sources - the widest is a PERSON-REJECTS.DAT
      * row.
       FD SourceFile.
       01 SourceLine PIC X(300).
       88 EndOfSourceFile VALUE HIGH-VALUES.

      * One line per item: type, CrashID or key, description, date
      * first seen, owner group, OPEN/CLOSED and the date closed.
       FD WorklistFile.
       01 WorklistRec.
       88 EndOfWorklistFile VALUE HIGH-VALUES.
       02 WL-Type PIC X(8).
       02 FILLER PIC X(1).
       02 WL-Key PIC X(54).
       02 FILLER PIC X(1).
       02 WL-Desc PIC X(60).
       02 FILLER PIC X(1).
       02 WL-First-Seen PIC 9(8).
       02 FILLER PIC X(1).
       02 WL-Owner PIC X(10).
       02 FILLER PIC X(1).
       02 WL-Status PIC X(6).
       02 FILLER PIC X(1).
       02 WL-Closed PIC 9(8).

       SD WorkFile.
       01 WorkRec.
       02 SW-Type PIC X(8).
       02 FILLER PIC X(1).
       02 SW-Key PIC X(54).
       02 FILLER PIC X(1).
       02 SW-Desc PIC X(60).
       02 FILLER PIC X(1).
       02 SW-First-Seen PIC 9(8).
       02 FILLER PIC X(1).
       02 SW-Owner PIC X(10).
       02 FILLER PIC X(1).
       02 SW-Status PIC X(6).
       02 FILLER PIC X(1).
       02 SW-Closed PIC 9(8).

       FD SortedFile.
       01 SortedRec.
       88 EndOfSortedFile VALUE HIGH-VALUES.
       02 SR-Type PIC X(8).
       02 FILLER PIC X(1).
       02 SR-Key PIC X(54).
       02 FILLER PIC X(1).
       02 SR-Desc PIC X(60).
       02 FILLER PIC X(1).
       02 SR-First-Seen PIC 9(8).
       02 FILLER PIC X(1).
       02 SR-Owner PIC X(10).
       02 FILLER PIC X(1).
       02 SR-Status PIC X(6).
       02 FILLER PIC X(1).
       02 SR-Closed PIC 9(8).

       FD ReportFile.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Source-Status PIC X(2).
       01 WS-Worklist-Status PIC X(2).
       01 WS-Sorted-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Source-Name PIC X(40).
       01 WS-Today PIC 9(8).
       01 WS-Today-Days PIC 9(7).
       01 WS-Keep-Days PIC 9(3) VALUE 30.
       01 WS-Stale-Days PIC 9(3) VALUE 30.
       01 WS-Age-Days PIC 9(5).
       01 WS-Closed-Days PIC 9(7).
       01 WS-Line-Count PIC 9(7).
       01 WS-Items-Found PIC 9(7) VALUE ZERO.
       01 WS-New-Count PIC 9(7) VALUE ZERO.
       01 WS-Open-Count PIC 9(7) VALUE ZERO.
       01 WS-Stale-Count PIC 9(7) VALUE ZERO.
       01 WS-Closed-Today PIC 9(7) VALUE ZERO.
       01 WS-Reopened-Count PIC 9(7) VALUE ZERO.
       01 WS-Unread-Count PIC 9(2) VALUE ZERO.
       01 WS-Worklist-Full PIC X(1) VALUE "N".
           88 Worklist-Overflowed VALUE "Y".
       01 WS-Rewrite-State PIC X(1) VALUE "N".
           88 Worklist-Rewritten VALUE "Y".

      * The sources, the item type each gives and the group that
      * owns the items - location clerks for the location master,
      * GIS for the map, the records unit for the person feed, the
      * state reporting clerk for DOT, the feeds desk for quality.
       01 WS-Source-Defs.
           02 FILLER PIC X(42)
               VALUE "LOC     LOCATION  LOC-EXCEPTIONS.RPT".
           02 FILLER PIC X(42)
               VALUE "HOTSPOT GIS       HOTSPOT-EXCEPTIONS.RPT".
           02 FILLER PIC X(42)
               VALUE "COORD   GIS       COORD-BACKFILL.RPT".
           02 FILLER PIC X(42)
               VALUE "PERSREJ RECORDS   PERSON-REJECTS.DAT".
           02 FILLER PIC X(42)
               VALUE "XFOOT   RECORDS   PERSON-CROSSFOOT.RPT".
           02 FILLER PIC X(42)
               VALUE "DOTCORR STATE-RPT DOT-CORRECTIONS.DAT".
           02 FILLER PIC X(42)
               VALUE "QUALITY FEEDS     DATA-QUALITY.RPT".
       01 WS-Source-Def-Table REDEFINES WS-Source-Defs.
           02 WS-Source-Def OCCURS 7 TIMES.
               03 WS-SD-Type PIC X(8).
               03 WS-SD-Owner PIC X(10).
               03 WS-SD-File PIC X(24).
       01 WS-Source-Read-Table.
           02 WS-SD-Read PIC X(1) OCCURS 7 TIMES.
       01 WS-Src-Sub PIC 9(2) COMP.

      * The worklist: what EXCEPTION-WORKLIST.DAT held, plus every
      * item met in the sources this run.
       01 WS-Item-Table.
           02 WS-WI-Entry OCCURS 3000 TIMES.
               03 WS-WI-Type PIC X(8).
               03 WS-WI-Key PIC X(54).
               03 WS-WI-Desc PIC X(60).
               03 WS-WI-First-Seen PIC 9(8).
               03 WS-WI-Owner PIC X(10).
               03 WS-WI-Status PIC X(6).
               03 WS-WI-Closed PIC 9(8).
               03 WS-WI-Src PIC 9(2).
               03 WS-WI-Seen PIC X(1).
       01 WS-Items-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-WI-Sub PIC 9(4) COMP.

      * The item being worked.
       01 WS-Item-Key PIC X(54).
       01 WS-Item-Desc PIC X(60).
       01 WS-Row-CrashID PIC X(10).
       01 WS-Row-Seq PIC X(5).
       01 WS-Count-Text PIC X(7).
       01 WS-Count-Lead PIC 9(2) COMP.

       01 WS-Group-Owner PIC X(10).
       01 WS-Group-Open PIC 9(5).
       01 WS-Group-Stale PIC 9(5).
       01 WS-Group-Closed PIC 9(5).

       01 WS-Title-Line.
           02 FILLER PIC X(30) VALUE "EXCEPTION WORKLIST AS OF".
           02 WS-T-Date PIC 9999/99/99.
       01 WS-Owner-Line.
           02 FILLER PIC X(13) VALUE "OWNER GROUP: ".
           02 WS-O-Owner PIC X(10).
       01 WS-Item-Heading.
           02 FILLER PIC X(7) VALUE " DAYS".
           02 FILLER PIC X(12) VALUE "FIRST SEEN".
           02 FILLER PIC X(10) VALUE "TYPE".
           02 FILLER PIC X(38) VALUE "CRASHID / KEY".
           02 FILLER PIC X(58) VALUE "DESCRIPTION".
           02 FILLER PIC X(6) VALUE "STATUS".
       01 WS-Item-Line.
           02 WS-I-Days PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-I-First PIC 9999/99/99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-I-Type PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-I-Key PIC X(36).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-I-Desc PIC X(56).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-I-Status PIC X(6).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           02 WS-CL-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Today)
           PERFORM Load-Worklist THRU Load-Worklist-Exit
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1 UNTIL WS-Src-Sub > 7
               PERFORM Read-One-Source THRU Read-One-Source-Exit
           END-PERFORM
           PERFORM VARYING WS-WI-Sub FROM 1 BY 1
                   UNTIL WS-WI-Sub > WS-Items-Used
               PERFORM Settle-Item THRU Settle-Item-Exit
           END-PERFORM
           PERFORM Rewrite-Worklist THRU Rewrite-Worklist-Exit
           IF Worklist-Rewritten
               SORT WorkFile ON ASCENDING KEY SW-Owner
                   DESCENDING KEY SW-Status
                   ASCENDING KEY SW-First-Seen SW-Type SW-Key
                   USING WorklistFile GIVING SortedFile
               MOVE 0 TO RETURN-CODE
               PERFORM Write-Worklist-Report
                   THRU Write-Worklist-Report-Exit
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Exception-Worklist: " WS-Items-Found " item(s) "
               "found, " WS-New-Count " new, " WS-Open-Count " open, "
               WS-Closed-Today " closed today"
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           IF Worklist-Overflowed
               DISPLAY "Exception-Worklist: *** WARNING *** more than "
                   "3000 items on the worklist - items past that are "
                   "not carried"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Unread-Count > ZERO
               DISPLAY "Exception-Worklist: *** WARNING *** "
                   WS-Unread-Count " source(s) not read - their "
                   "items are carried unchanged"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Stale-Count > ZERO
               DISPLAY "Exception-Worklist: *** WARNING *** "
                   WS-Stale-Count " item(s) open over 30 days - see "
                   "EXCEPTION-WORKLIST.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * No worklist file yet is the first run: every item found
      * today is first seen today.
       Load-Worklist.
           OPEN INPUT WorklistFile
           IF WS-Worklist-Status NOT = "00"
               GO TO Load-Worklist-Exit
           END-IF
           PERFORM UNTIL EndOfWorklistFile
               READ WorklistFile
                   AT END SET EndOfWorklistFile TO TRUE
                   NOT AT END
                       IF WL-First-Seen IS NUMERIC
                           PERFORM Hold-Worklist-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WorklistFile.
       Load-Worklist-Exit.
           EXIT.

       Hold-Worklist-Line.
           IF WS-Items-Used >= 3000
               SET Worklist-Overflowed TO TRUE
           ELSE
               ADD 1 TO WS-Items-Used
               MOVE WS-Items-Used TO WS-WI-Sub
               MOVE WL-Type TO WS-WI-Type(WS-WI-Sub)
               MOVE WL-Key TO WS-WI-Key(WS-WI-Sub)
               MOVE WL-Desc TO WS-WI-Desc(WS-WI-Sub)
               MOVE WL-First-Seen TO WS-WI-First-Seen(WS-WI-Sub)
               MOVE WL-Owner TO WS-WI-Owner(WS-WI-Sub)
               MOVE WL-Status TO WS-WI-Status(WS-WI-Sub)
               IF WL-Closed IS NUMERIC
                   MOVE WL-Closed TO WS-WI-Closed(WS-WI-Sub)
               ELSE
                   MOVE ZERO TO WS-WI-Closed(WS-WI-Sub)
               END-IF
               MOVE "N" TO WS-WI-Seen(WS-WI-Sub)
               PERFORM VARYING WS-Src-Sub FROM 1 BY 1
                       UNTIL WS-Src-Sub > 7
                       OR WS-SD-Type(WS-Src-Sub) = WL-Type
                   CONTINUE
               END-PERFORM
               MOVE WS-Src-Sub TO WS-WI-Src(WS-WI-Sub)
           END-IF.

      * One source, every line offered to Take-Source-Line with its
      * line number so the report headings can be passed over.
       Read-One-Source.
           MOVE "N" TO WS-SD-Read(WS-Src-Sub)
           MOVE WS-SD-File(WS-Src-Sub) TO WS-Source-Name
           OPEN INPUT SourceFile
           IF WS-Source-Status NOT = "00"
               DISPLAY "Exception-Worklist: *** WARNING *** unable to "
                   "read " WS-Source-Name ", status " WS-Source-Status
               ADD 1 TO WS-Unread-Count
               GO TO Read-One-Source-Exit
           END-IF
           MOVE "Y" TO WS-SD-Read(WS-Src-Sub)
           MOVE ZERO TO WS-Line-Count
           MOVE SPACE TO SourceLine
           PERFORM UNTIL EndOfSourceFile
               READ SourceFile
                   AT END SET EndOfSourceFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Line-Count
                       IF SourceLine NOT = SPACE
                           PERFORM Take-Source-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SourceFile.
       Read-One-Source-Exit.
           EXIT.

      * Picks the item, if any, out of one source line, in the
      * layout the stage that wrote the source uses.
       Take-Source-Line.
           MOVE SPACE TO WS-Item-Key
           MOVE SPACE TO WS-Item-Desc
           EVALUATE WS-Src-Sub
      * Loc-Standardize: raw location, then its crash count.
               WHEN 1
                   IF WS-Line-Count > 1
                       MOVE SourceLine(1:54) TO WS-Item-Key
                       MOVE SourceLine(59:7) TO WS-Count-Text
                       PERFORM Trim-Count-Text
                       STRING "RAW LOCATION ON NO LOC-MASTER ENTRY - "
                           WS-Count-Text(WS-Count-Lead:)
                           DELIMITED BY SIZE
                           " CRASH(ES)" DELIMITED BY SIZE
                           INTO WS-Item-Desc
                   END-IF
      * Hotspot-Grid: CrashID, then the raw coordinate fields.
               WHEN 2
                   IF SourceLine(1:5) IS NUMERIC
                       MOVE SourceLine(1:5) TO WS-Item-Key
                       MOVE "OFF THE HOTSPOT GRID - NO USABLE LAT/LONG"
                           TO WS-Item-Desc
                   END-IF
      * Coord-Backfill: only the crashes with a NOTE were left
      * without coordinates.
               WHEN 3
                   IF SourceLine(1:5) IS NUMERIC AND
                           SourceLine(42:26) NOT = SPACE
                       MOVE SourceLine(1:5) TO WS-Item-Key
                       STRING "COORDINATES NOT BACKFILLED - "
                           SourceLine(42:26)
                           DELIMITED BY SIZE INTO WS-Item-Desc
                   END-IF
      * Person-Loader: the raw row, reason code and reason text;
      * a person is known by CrashID and sequence.
               WHEN 4
                   MOVE SPACE TO WS-Row-CrashID
                   MOVE SPACE TO WS-Row-Seq
                   UNSTRING SourceLine(1:200) DELIMITED BY ";"
                       INTO WS-Row-CrashID WS-Row-Seq
                   IF WS-Row-CrashID = SPACE
                       MOVE "(NONE)" TO WS-Row-CrashID
                   END-IF
                   STRING WS-Row-CrashID DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       WS-Row-Seq DELIMITED BY SPACE
                       INTO WS-Item-Key
                   STRING "PERSON ROW REJECTED - " SourceLine(202:4)
                       " " SourceLine(207:34)
                       DELIMITED BY SIZE INTO WS-Item-Desc
      * Person-Loader's cross-foot: CrashID, what the persons say,
      * what the crash record says.
               WHEN 5
                   IF SourceLine(1:5) IS NUMERIC
                       MOVE SourceLine(1:5) TO WS-Item-Key
                       STRING "PERSONS SAY " DELIMITED BY SIZE
                           SourceLine(9:12) DELIMITED BY "  "
                           ", RECORD SAYS " DELIMITED BY SIZE
                           SourceLine(23:12) DELIMITED BY "  "
                           INTO WS-Item-Desc
                   END-IF
      * DOT-Ack: CrashID and the state's edit code.
               WHEN 6
                   IF SourceLine(1:5) IS NUMERIC
                       MOVE SourceLine(1:5) TO WS-Item-Key
                       STRING "STATE REJECTED THE SUBMISSION - EDIT "
                           "CODE " SourceLine(7:4)
                           DELIMITED BY SIZE INTO WS-Item-Desc
                   END-IF
      * CSV-Loader's scorecard: only the fields flagged as dropped.
               WHEN 7
                   IF SourceLine(39:12) = "*** DROP ***"
                       MOVE SourceLine(1:12) TO WS-Item-Key
                       STRING "FILL RATE " SourceLine(26:3)
                           "% AGAINST A PRIOR AVERAGE OF "
                           SourceLine(34:3) "%"
                           DELIMITED BY SIZE INTO WS-Item-Desc
                   END-IF
           END-EVALUATE
           IF WS-Item-Key NOT = SPACE
               ADD 1 TO WS-Items-Found
               PERFORM Note-Item
           END-IF.

       Trim-Count-Text.
           MOVE ZERO TO WS-Count-Lead
           INSPECT WS-Count-Text TALLYING WS-Count-Lead
               FOR LEADING SPACE
           IF WS-Count-Lead > 6
               MOVE 6 TO WS-Count-Lead
           END-IF
           ADD 1 TO WS-Count-Lead.

      * An item not on the worklist is added as first seen today;
      * one already there takes today's description.
       Note-Item.
           PERFORM VARYING WS-WI-Sub FROM 1 BY 1
                   UNTIL WS-WI-Sub > WS-Items-Used
                   OR (WS-WI-Type(WS-WI-Sub) = WS-SD-Type(WS-Src-Sub)
                       AND WS-WI-Key(WS-WI-Sub) = WS-Item-Key)
               CONTINUE
           END-PERFORM
           IF WS-WI-Sub > WS-Items-Used
               IF WS-Items-Used >= 3000
                   SET Worklist-Overflowed TO TRUE
               ELSE
                   ADD 1 TO WS-Items-Used
                   MOVE WS-Items-Used TO WS-WI-Sub
                   MOVE WS-SD-Type(WS-Src-Sub) TO WS-WI-Type(WS-WI-Sub)
                   MOVE WS-Item-Key TO WS-WI-Key(WS-WI-Sub)
                   MOVE WS-Today TO WS-WI-First-Seen(WS-WI-Sub)
                   MOVE "OPEN" TO WS-WI-Status(WS-WI-Sub)
                   MOVE ZERO TO WS-WI-Closed(WS-WI-Sub)
                   MOVE WS-Src-Sub TO WS-WI-Src(WS-WI-Sub)
                   ADD 1 TO WS-New-Count
               END-IF
           END-IF
           IF WS-WI-Sub NOT > WS-Items-Used
               MOVE "Y" TO WS-WI-Seen(WS-WI-Sub)
               MOVE WS-Item-Desc TO WS-WI-Desc(WS-WI-Sub)
               MOVE WS-SD-Owner(WS-Src-Sub) TO WS-WI-Owner(WS-WI-Sub)
           END-IF.

      * Seen today: open, reopened if it had been closed. Not seen
      * in a source that was read: closed today. An item whose
      * source was not read is left exactly as it stood.
       Settle-Item.
           IF WS-WI-Src(WS-WI-Sub) > 7
               GO TO Settle-Item-Exit
           END-IF
           IF WS-SD-Read(WS-WI-Src(WS-WI-Sub)) NOT = "Y"
               GO TO Settle-Item-Exit
           END-IF
           IF WS-WI-Seen(WS-WI-Sub) = "Y"
               IF WS-WI-Status(WS-WI-Sub) NOT = "OPEN"
                   MOVE "OPEN" TO WS-WI-Status(WS-WI-Sub)
                   MOVE ZERO TO WS-WI-Closed(WS-WI-Sub)
                   ADD 1 TO WS-Reopened-Count
               END-IF
           ELSE
               IF WS-WI-Status(WS-WI-Sub) = "OPEN"
                   MOVE "CLOSED" TO WS-WI-Status(WS-WI-Sub)
                   MOVE WS-Today TO WS-WI-Closed(WS-WI-Sub)
               END-IF
           END-IF.
       Settle-Item-Exit.
           EXIT.

      * Open items and the items closed within the keep period go
      * forward; older closed items drop off.
       Rewrite-Worklist.
           OPEN OUTPUT WorklistFile
           IF WS-Worklist-Status NOT = "00"
               DISPLAY "Exception-Worklist: *** WARNING *** unable to "
                   "write EXCEPTION-WORKLIST.DAT, status "
                   WS-Worklist-Status " - ages restart next run"
               GO TO Rewrite-Worklist-Exit
           END-IF
           PERFORM VARYING WS-WI-Sub FROM 1 BY 1
                   UNTIL WS-WI-Sub > WS-Items-Used
               MOVE ZERO TO WS-Closed-Days
               IF WS-WI-Closed(WS-WI-Sub) > ZERO
                   COMPUTE WS-Closed-Days = WS-Today-Days -
                       FUNCTION INTEGER-OF-DATE(WS-WI-Closed(WS-WI-Sub))
               END-IF
               IF WS-WI-Status(WS-WI-Sub) = "OPEN" OR
                       WS-Closed-Days NOT > WS-Keep-Days
                   MOVE SPACE TO WorklistRec
                   MOVE WS-WI-Type(WS-WI-Sub) TO WL-Type
                   MOVE WS-WI-Key(WS-WI-Sub) TO WL-Key
                   MOVE WS-WI-Desc(WS-WI-Sub) TO WL-Desc
                   MOVE WS-WI-First-Seen(WS-WI-Sub) TO WL-First-Seen
                   MOVE WS-WI-Owner(WS-WI-Sub) TO WL-Owner
                   MOVE WS-WI-Status(WS-WI-Sub) TO WL-Status
                   MOVE WS-WI-Closed(WS-WI-Sub) TO WL-Closed
                   WRITE WorklistRec
               END-IF
           END-PERFORM
           CLOSE WorklistFile
           SET Worklist-Rewritten TO TRUE.
       Rewrite-Worklist-Exit.
           EXIT.

      * The worklist sorted by owner, open before closed, oldest
      * first. Only the items closed today are printed with the
      * open ones; an owner with neither gets no section.
       Write-Worklist-Report.
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Exception-Worklist: unable to open "
                   "EXCEPTION-WORKLIST.RPT, status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GO TO Write-Worklist-Report-Exit
           END-IF
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "Exception-Worklist: unable to open sorted "
                   "worklist work file, status " WS-Sorted-Status
               CLOSE ReportFile
               MOVE 16 TO RETURN-CODE
               GO TO Write-Worklist-Report-Exit
           END-IF
           MOVE WS-Today TO WS-T-Date
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1 UNTIL WS-Src-Sub > 7
               IF WS-SD-Read(WS-Src-Sub) NOT = "Y"
                   MOVE SPACE TO ReportLine
                   STRING "*** " DELIMITED BY SIZE
                       WS-SD-File(WS-Src-Sub) DELIMITED BY SPACE
                       " NOT READ THIS RUN - ITS ITEMS ARE AS "
                       "THEY STOOD ***" DELIMITED BY SIZE
                       INTO ReportLine
                   WRITE ReportLine
               END-IF
           END-PERFORM
           MOVE SPACE TO WS-Group-Owner
           PERFORM UNTIL EndOfSortedFile
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
                   NOT AT END
                       PERFORM Write-Item-Line THRU Write-Item-Line-Exit
               END-READ
           END-PERFORM
           IF WS-Group-Owner NOT = SPACE
               PERFORM Write-Group-Totals
           END-IF
           CLOSE SortedFile
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "ALL OWNER GROUPS" TO ReportLine
           WRITE ReportLine
           MOVE "Items found in the sources this run" TO WS-CL-Label
           MOVE WS-Items-Found TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "New items" TO WS-CL-Label
           MOVE WS-New-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Reopened items" TO WS-CL-Label
           MOVE WS-Reopened-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Open items" TO WS-CL-Label
           MOVE WS-Open-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Open over 30 days" TO WS-CL-Label
           MOVE WS-Stale-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Closed today" TO WS-CL-Label
           MOVE WS-Closed-Today TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile.
       Write-Worklist-Report-Exit.
           EXIT.

       Write-Item-Line.
           IF SR-Status NOT = "OPEN" AND SR-Closed NOT = WS-Today
               GO TO Write-Item-Line-Exit
           END-IF
           IF SR-Owner NOT = WS-Group-Owner
               IF WS-Group-Owner NOT = SPACE
                   PERFORM Write-Group-Totals
               END-IF
               MOVE SR-Owner TO WS-Group-Owner
               MOVE ZERO TO WS-Group-Open
               MOVE ZERO TO WS-Group-Stale
               MOVE ZERO TO WS-Group-Closed
               MOVE SPACE TO ReportLine
               WRITE ReportLine
               MOVE SR-Owner TO WS-O-Owner
               MOVE WS-Owner-Line TO ReportLine
               WRITE ReportLine
               MOVE WS-Item-Heading TO ReportLine
               WRITE ReportLine
           END-IF
           IF SR-Status = "OPEN"
               COMPUTE WS-Age-Days = WS-Today-Days -
                   FUNCTION INTEGER-OF-DATE(SR-First-Seen)
               ADD 1 TO WS-Group-Open
               ADD 1 TO WS-Open-Count
               IF WS-Age-Days > WS-Stale-Days
                   ADD 1 TO WS-Group-Stale
                   ADD 1 TO WS-Stale-Count
               END-IF
           ELSE
               COMPUTE WS-Age-Days = FUNCTION INTEGER-OF-DATE(SR-Closed)
                   - FUNCTION INTEGER-OF-DATE(SR-First-Seen)
               ADD 1 TO WS-Group-Closed
               ADD 1 TO WS-Closed-Today
           END-IF
           MOVE WS-Age-Days TO WS-I-Days
           MOVE SR-First-Seen TO WS-I-First
           MOVE SR-Type TO WS-I-Type
           MOVE SR-Key TO WS-I-Key
           MOVE SR-Desc TO WS-I-Desc
           MOVE SR-Status TO WS-I-Status
           MOVE WS-Item-Line TO ReportLine
           WRITE ReportLine.
       Write-Item-Line-Exit.
           EXIT.

       Write-Group-Totals.
           MOVE "Open items" TO WS-CL-Label
           MOVE WS-Group-Open TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Open over 30 days" TO WS-CL-Label
           MOVE WS-Group-Stale TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Closed today" TO WS-CL-Label
           MOVE WS-Group-Closed TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine.
