      * Sends rejected rows back to the agency whose feed they came
      * in on, and ages the reject backlog. Most R001-R008 rejects
      * are the source agency's data to fix, not ours, and left in
      * CRASH-REJECTS.DAT and CRASH-REJECTS-NEW.DAT they sit there
      * with nobody telling the town.
      * Every row in the two reject files is traced to its agency -
      * the code CSV-Loader stamps on the reject, or for a row
      * rejected before the loader stamped one, the agency in
      * AGENCY-MASTER.DAT whose CrashID range holds it; a row that
      * cannot be traced goes under UNK. REJECT-BACKLOG.DAT carries
      * each row from run to run with the load date it first
      * appeared, so a row is aged from that date however many
      * times Reject-Repair carries it forward.
      * A row is closed once its CrashID is on the master:
      * RESUBMITTED when LOAD-MANIFEST.DAT shows the loader wrote
      * it on or after the day it was first rejected - the agency
      * sent it again - and REPAIRED when it got there some other
      * way, through Reject-Repair. A row gone from both reject
      * files without reaching the master is CLEARED. An R006 is a
      * CrashID already on file, so it stays open while it is in
      * the reject files. Closed rows stay in the backlog, and on
      * the report, for 90 days.
      * Writes REJECT-RETURN-agy.DAT for each agency in the backlog:
      * each outstanding row's note - reason code, the date first
      * rejected, and what to do about it in plain words - over
      * the original CSV row, ready to correct and resend. The
      * aging report REJECT-AGING.RPT counts the outstanding rows
      * under 7 days, 7 to 30 days and over 30 days by agency and
      * by reason code, and lists every row with its status.
      * Return code 4 when any row has been outstanding over 30
      * days, 8 when the backlog is too big to carry every row,
      * 16 when the master cannot be read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reject-Return.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RejectFile ASSIGN TO DYNAMIC WS-Reject-Name
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reject-Status.
       SELECT CrashDataFile ASSIGN TO "Crash-Data.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CrashID
       ALTERNATE RECORD KEY IS TYear WITH DUPLICATES
       ALTERNATE RECORD KEY IS Zone WITH DUPLICATES
       ALTERNATE RECORD KEY IS LocCode WITH DUPLICATES
       FILE STATUS IS WS-Dat-Status.
       SELECT BacklogFile ASSIGN TO "REJECT-BACKLOG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Backlog-Status.
       SELECT AgencyFile ASSIGN TO "AGENCY-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Agency-Status.
       SELECT ManifestFile ASSIGN TO "LOAD-MANIFEST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Man-Status.
       SELECT ReturnFile ASSIGN TO DYNAMIC WS-Return-Name
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Return-Status.
       SELECT ReportFile ASSIGN TO "REJECT-AGING.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
      * CRASH-REJECTS.DAT or CRASH-REJECTS-NEW.DAT - the same layout
      * CSV-Loader and Reject-Repair write. Rows from before the
      * agency and load date were added read with those blank.
       FD RejectFile.
       01 CrashRejectRec.
       88 EndOfRejectFile VALUE HIGH-VALUES.
       02 RejCrashRawLine PIC X(1408).
       02 RejSep1 PIC X(1).
       02 RejReasonCode PIC X(4).
       02 RejSep2 PIC X(1).
       02 RejReasonText PIC X(40).
       02 RejSep3 PIC X(1).
       02 RejAgency PIC X(3).
       02 RejSep4 PIC X(1).
       02 RejLoadDate PIC X(8).

       FD CrashDataFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

      * One line per rejected row: agency, the check value of the
      * raw row (which, with the CrashID, is how the row is known
      * again), CrashID as keyed, reason code, date first rejected,
      * status OPEN/REPAIRED/RESUBMITTED/CLEARED and the date closed.
       FD BacklogFile.
       01 BacklogRec.
       88 EndOfBacklogFile VALUE HIGH-VALUES.
       02 BK-Agency PIC X(3).
       02 FILLER PIC X(1).
       02 BK-Check PIC 9(10).
       02 FILLER PIC X(1).
       02 BK-CrashID PIC X(10).
       02 FILLER PIC X(1).
       02 BK-Reason PIC X(4).
       02 FILLER PIC X(1).
       02 BK-First-Seen PIC 9(8).
       02 FILLER PIC X(1).
       02 BK-Status PIC X(11).
       02 FILLER PIC X(1).
       02 BK-Closed PIC 9(8).

       FD AgencyFile.
       01 AgencyRec PIC X(100).
       88 EndOfAgencyFile VALUE HIGH-VALUES.

      * CSV-Loader's run manifest - only the D lines, one per
      * CrashID a load wrote, matter here.
       FD ManifestFile.
       01 ManifestRec.
       88 EndOfManifestFile VALUE HIGH-VALUES.
       02 MF-Type PIC X(1).
       02 FILLER PIC X(1).
       02 MF-Run PIC 9(6).
       02 FILLER PIC X(1).
       02 MF-Stamp PIC 9(16).
       02 FILLER PIC X(1).
       02 MF-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 MF-Agency PIC X(3).
       02 FILLER PIC X(1).
       02 MF-Count PIC 9(7).
       02 FILLER PIC X(1).
       02 MF-Source PIC X(40).

       FD ReturnFile.
       01 ReturnLine PIC X(1408).

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Reject-Status PIC X(2).
       01 WS-Dat-Status PIC X(2).
       01 WS-Backlog-Status PIC X(2).
       01 WS-Agency-Status PIC X(2).
       01 WS-Man-Status PIC X(2).
       01 WS-Return-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Reject-Name PIC X(40).
       01 WS-Return-Name PIC X(40).
       01 WS-Today PIC 9(8).
       01 WS-Today-Days PIC 9(7).
       01 WS-Keep-Days PIC 9(3) VALUE 90.
       01 WS-Age-Days PIC 9(5).
       01 WS-Closed-Days PIC 9(7).
       01 WS-Pass-Mode PIC X(1).
           88 Backlog-Pass VALUE "B".
           88 Return-Pass VALUE "R".
       01 WS-Rows-Read PIC 9(7) VALUE ZERO.
       01 WS-Rows-Returned PIC 9(7) VALUE ZERO.
       01 WS-Files-Written PIC 9(3) VALUE ZERO.
       01 WS-Over-30-Count PIC 9(7) VALUE ZERO.
       01 WS-Backlog-Full PIC X(1) VALUE "N".
           88 Backlog-Overflowed VALUE "Y".

      * The row being worked.
       01 WS-Row-CrashID PIC X(10).
       01 WS-Row-ID-State PIC X(1).
           88 Row-ID-Numeric VALUE "Y".
       01 WS-Row-ID-Num PIC 9(5).
       01 WS-Row-Agency PIC X(3).
       01 WS-Row-Load-Date PIC 9(8).
       01 WS-Row-Check PIC 9(10).
       01 WS-Row-Work PIC 9(12) COMP.
       01 WS-Row-Quotient PIC 9(4) COMP.
       01 WS-Row-Pos PIC 9(4) COMP.

       01 WS-Code-Text PIC X(3).
       01 WS-Name-Text PIC X(30).
       01 WS-Low-Text PIC X(5).
       01 WS-High-Text PIC X(5).

      * Registered agencies first, then any code met only on a
      * reject (WS-AG-Registered "N").
       01 WS-Agency-Table.
           02 WS-AG-Entry OCCURS 80 TIMES.
               03 WS-AG-Code PIC X(3).
               03 WS-AG-Name PIC X(30).
               03 WS-AG-Low PIC 9(5).
               03 WS-AG-High PIC 9(5).
               03 WS-AG-Registered PIC X(1).
               03 WS-AG-Under-7 PIC 9(5).
               03 WS-AG-Under-30 PIC 9(5).
               03 WS-AG-Over-30 PIC 9(5).
               03 WS-AG-Repaired PIC 9(5).
               03 WS-AG-Resubmitted PIC 9(5).
               03 WS-AG-Cleared PIC 9(5).
       01 WS-Agencies-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-Ag-Sub PIC 9(2) COMP.
       01 WS-Range-Sub PIC 9(2) COMP.

      * The backlog: what REJECT-BACKLOG.DAT held, plus every row
      * met in the reject files this run.
       01 WS-Backlog-Table.
           02 WS-BL-Entry OCCURS 3000 TIMES.
               03 WS-BL-Agency PIC X(3).
               03 WS-BL-Check PIC 9(10).
               03 WS-BL-CrashID PIC X(10).
               03 WS-BL-Reason PIC X(4).
               03 WS-BL-First-Seen PIC 9(8).
               03 WS-BL-Status PIC X(11).
               03 WS-BL-Closed PIC 9(8).
               03 WS-BL-Seen PIC X(1).
               03 WS-BL-Landed PIC X(1).
               03 WS-BL-Returned PIC X(1).
       01 WS-Backlog-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-BL-Sub PIC 9(4) COMP.

       01 WS-Reason-Defs.
           02 FILLER PIC X(40)
               VALUE "R001CrashID not numeric".
           02 FILLER PIC X(40)
               VALUE "R002Field count off".
           02 FILLER PIC X(40)
               VALUE "R003CDate month out of range".
           02 FILLER PIC X(40)
               VALUE "R004CDate day invalid for the month".
           02 FILLER PIC X(40)
               VALUE "R005CTime out of range".
           02 FILLER PIC X(40)
               VALUE "R006CrashID already on file".
           02 FILLER PIC X(40)
               VALUE "R007Code not in reference table".
           02 FILLER PIC X(40)
               VALUE "R008CrashID outside agency range".
       01 WS-Reason-Def-Table REDEFINES WS-Reason-Defs.
           02 WS-Reason-Def OCCURS 8 TIMES.
               03 WS-RD-Code PIC X(4).
               03 WS-RD-Text PIC X(36).
       01 WS-Reason-Table.
           02 WS-RS-Entry OCCURS 20 TIMES.
               03 WS-RS-Code PIC X(4).
               03 WS-RS-Text PIC X(36).
               03 WS-RS-Under-7 PIC 9(5).
               03 WS-RS-Under-30 PIC 9(5).
               03 WS-RS-Over-30 PIC 9(5).
       01 WS-Reasons-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-RS-Sub PIC 9(2) COMP.

       01 WS-Open-Count PIC 9(5).
       01 WS-Field-Name PIC X(20).
       01 WS-Instruction PIC X(200).
       01 WS-Note-Line PIC X(300).
       01 WS-First-Text PIC 9999/99/99.

       01 WS-Title-Line.
           02 FILLER PIC X(30) VALUE "REJECT BACKLOG AGING AS OF".
           02 WS-T-Date PIC 9999/99/99.
       01 WS-Section-Line PIC X(60).
       01 WS-Agency-Heading.
           02 FILLER PIC X(5) VALUE "AGY".
           02 FILLER PIC X(22) VALUE "NAME".
           02 FILLER PIC X(9) VALUE "  UNDER 7".
           02 FILLER PIC X(9) VALUE "     7-30".
           02 FILLER PIC X(9) VALUE "  OVER 30".
           02 FILLER PIC X(9) VALUE "     OPEN".
           02 FILLER PIC X(12) VALUE "    REPAIRED".
           02 FILLER PIC X(12) VALUE " RESUBMITTED".
           02 FILLER PIC X(12) VALUE "     CLEARED".
       01 WS-Agency-Line.
           02 WS-A-Code PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-A-Name PIC X(20).
           02 FILLER PIC X(5) VALUE SPACE.
           02 WS-A-Under-7 PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-A-Under-30 PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-A-Over-30 PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-A-Open PIC ZZ,ZZ9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 WS-A-Repaired PIC ZZ,ZZ9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 WS-A-Resubmitted PIC ZZ,ZZ9.
           02 FILLER PIC X(6) VALUE SPACE.
           02 WS-A-Cleared PIC ZZ,ZZ9.
       01 WS-Reason-Heading.
           02 FILLER PIC X(6) VALUE "CODE".
           02 FILLER PIC X(38) VALUE "REASON".
           02 FILLER PIC X(9) VALUE "  UNDER 7".
           02 FILLER PIC X(9) VALUE "     7-30".
           02 FILLER PIC X(9) VALUE "  OVER 30".
           02 FILLER PIC X(9) VALUE "     OPEN".
       01 WS-Reason-Line.
           02 WS-R-Code PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Text PIC X(36).
           02 FILLER PIC X(5) VALUE SPACE.
           02 WS-R-Under-7 PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-R-Under-30 PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-R-Over-30 PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-R-Open PIC ZZ,ZZ9.
       01 WS-Row-Heading.
           02 FILLER PIC X(5) VALUE "AGY".
           02 FILLER PIC X(12) VALUE "CRASHID".
           02 FILLER PIC X(6) VALUE "CODE".
           02 FILLER PIC X(12) VALUE "FIRST SEEN".
           02 FILLER PIC X(7) VALUE " DAYS".
           02 FILLER PIC X(13) VALUE "STATUS".
           02 FILLER PIC X(10) VALUE "CLOSED".
       01 WS-Row-Line.
           02 WS-W-Agency PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-W-CrashID PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-W-Reason PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-W-First PIC 9999/99/99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-W-Days PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-W-Status PIC X(11).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-W-Closed PIC 9999/99/99 BLANK WHEN ZERO.
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           02 WS-CL-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Today)
           PERFORM Load-Agency-Master THRU Load-Agency-Master-Exit
           PERFORM Load-Backlog THRU Load-Backlog-Exit
           SET Backlog-Pass TO TRUE
           PERFORM Read-Reject-Files
           OPEN INPUT CrashDataFile
           IF WS-Dat-Status NOT = "00"
               DISPLAY "Reject-Return: unable to open Crash-Data.dat, "
                   "status " WS-Dat-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-BL-Sub FROM 1 BY 1
                   UNTIL WS-BL-Sub > WS-Backlog-Used
               PERFORM Settle-Backlog-Entry
                   THRU Settle-Backlog-Entry-Exit
           END-PERFORM
           CLOSE CrashDataFile
           PERFORM Match-Manifest THRU Match-Manifest-Exit
           PERFORM Tally-Backlog
           SET Return-Pass TO TRUE
           PERFORM VARYING WS-Ag-Sub FROM 1 BY 1
                   UNTIL WS-Ag-Sub > WS-Agencies-Used
               PERFORM Write-Return-File THRU Write-Return-File-Exit
           END-PERFORM
           PERFORM Write-Aging-Report THRU Write-Aging-Report-Exit
           PERFORM Rewrite-Backlog THRU Rewrite-Backlog-Exit
           DISPLAY "Reject-Return: " WS-Rows-Read " reject row(s) "
               "read, " WS-Rows-Returned " returned in "
               WS-Files-Written " file(s)"
           IF Backlog-Overflowed
               DISPLAY "Reject-Return: *** WARNING *** more than "
                   "3000 rows in the backlog - rows past that are "
                   "not carried"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-Over-30-Count > ZERO
                   DISPLAY "Reject-Return: *** WARNING *** "
                       WS-Over-30-Count " reject(s) outstanding over "
                       "30 days - see REJECT-AGING.RPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * CODE;NAME;LOWID;HIGHID;FREQ;CONTACT per line, as Agency-Maint
      * writes it - the name heads the return file, the range
      * traces a row rejected before the loader stamped its agency.
       Load-Agency-Master.
           OPEN INPUT AgencyFile
           IF WS-Agency-Status NOT = "00"
               DISPLAY "Reject-Return: *** WARNING *** no "
                   "AGENCY-MASTER.DAT - unstamped rejects go to UNK"
               GO TO Load-Agency-Master-Exit
           END-IF
           PERFORM UNTIL EndOfAgencyFile
               READ AgencyFile
                   AT END SET EndOfAgencyFile TO TRUE
                   NOT AT END
                       IF AgencyRec NOT = SPACE AND
                               AgencyRec(1:1) NOT = "*"
                               AND WS-Agencies-Used < 50
                           MOVE SPACE TO WS-Code-Text
                           MOVE SPACE TO WS-Name-Text
                           MOVE SPACE TO WS-Low-Text
                           MOVE SPACE TO WS-High-Text
                           UNSTRING AgencyRec DELIMITED BY ";"
                               INTO WS-Code-Text WS-Name-Text
                                   WS-Low-Text WS-High-Text
                           ADD 1 TO WS-Agencies-Used
                           MOVE WS-Agencies-Used TO WS-Ag-Sub
                           PERFORM Clear-Agency-Entry
                           MOVE WS-Code-Text TO WS-AG-Code(WS-Ag-Sub)
                           MOVE WS-Name-Text TO WS-AG-Name(WS-Ag-Sub)
                           MOVE "Y" TO WS-AG-Registered(WS-Ag-Sub)
                           IF WS-Low-Text IS NUMERIC AND
                                   WS-High-Text IS NUMERIC
                               MOVE WS-Low-Text
                                   TO WS-AG-Low(WS-Ag-Sub)
                               MOVE WS-High-Text
                                   TO WS-AG-High(WS-Ag-Sub)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AgencyFile.
       Load-Agency-Master-Exit.
           EXIT.

       Clear-Agency-Entry.
           MOVE SPACE TO WS-AG-Code(WS-Ag-Sub)
           MOVE SPACE TO WS-AG-Name(WS-Ag-Sub)
           MOVE ZERO TO WS-AG-Low(WS-Ag-Sub)
           MOVE ZERO TO WS-AG-High(WS-Ag-Sub)
           MOVE "N" TO WS-AG-Registered(WS-Ag-Sub)
           MOVE ZERO TO WS-AG-Under-7(WS-Ag-Sub)
           MOVE ZERO TO WS-AG-Under-30(WS-Ag-Sub)
           MOVE ZERO TO WS-AG-Over-30(WS-Ag-Sub)
           MOVE ZERO TO WS-AG-Repaired(WS-Ag-Sub)
           MOVE ZERO TO WS-AG-Resubmitted(WS-Ag-Sub)
           MOVE ZERO TO WS-AG-Cleared(WS-Ag-Sub).

      * No backlog file yet is the first run: every row in the
      * reject files starts its age from its load date.
       Load-Backlog.
           OPEN INPUT BacklogFile
           IF WS-Backlog-Status NOT = "00"
               GO TO Load-Backlog-Exit
           END-IF
           PERFORM UNTIL EndOfBacklogFile
               READ BacklogFile
                   AT END SET EndOfBacklogFile TO TRUE
                   NOT AT END
                       IF BK-Check IS NUMERIC AND
                               BK-First-Seen IS NUMERIC
                           PERFORM Hold-Backlog-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BacklogFile.
       Load-Backlog-Exit.
           EXIT.

       Hold-Backlog-Line.
           IF WS-Backlog-Used >= 3000
               SET Backlog-Overflowed TO TRUE
           ELSE
               ADD 1 TO WS-Backlog-Used
               MOVE WS-Backlog-Used TO WS-BL-Sub
               MOVE BK-Agency TO WS-BL-Agency(WS-BL-Sub)
               MOVE BK-Check TO WS-BL-Check(WS-BL-Sub)
               MOVE BK-CrashID TO WS-BL-CrashID(WS-BL-Sub)
               MOVE BK-Reason TO WS-BL-Reason(WS-BL-Sub)
               MOVE BK-First-Seen TO WS-BL-First-Seen(WS-BL-Sub)
               MOVE BK-Status TO WS-BL-Status(WS-BL-Sub)
               IF BK-Closed IS NUMERIC
                   MOVE BK-Closed TO WS-BL-Closed(WS-BL-Sub)
               ELSE
                   MOVE ZERO TO WS-BL-Closed(WS-BL-Sub)
               END-IF
               MOVE "N" TO WS-BL-Seen(WS-BL-Sub)
               MOVE "N" TO WS-BL-Landed(WS-BL-Sub)
               MOVE "N" TO WS-BL-Returned(WS-BL-Sub)
               PERFORM Find-Row-Agency
           END-IF.

      * Both reject files, CRASH-REJECTS.DAT first. A row Reject-
      * Repair carried forward is in both; it is one row.
       Read-Reject-Files.
           MOVE "CRASH-REJECTS.DAT" TO WS-Reject-Name
           PERFORM Read-One-Reject-File
           MOVE "CRASH-REJECTS-NEW.DAT" TO WS-Reject-Name
           PERFORM Read-One-Reject-File.

       Read-One-Reject-File.
           OPEN INPUT RejectFile
           IF WS-Reject-Status = "00"
               MOVE SPACE TO CrashRejectRec
               PERFORM UNTIL EndOfRejectFile
                   READ RejectFile
                       AT END SET EndOfRejectFile TO TRUE
                       NOT AT END
                           IF RejCrashRawLine NOT = SPACE
                               PERFORM Identify-Reject-Row
                               IF Backlog-Pass
                                   ADD 1 TO WS-Rows-Read
                                   PERFORM Note-Reject-Row
                               ELSE
                                   PERFORM Return-Reject-Row
                                       THRU Return-Reject-Row-Exit
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RejectFile
           END-IF.

      * CrashID as keyed, the row's agency, its load date and the
      * check value of the raw row - the multiply-and-remainder
      * the audit chain uses - and the backlog entry it matches,
      * WS-BL-Sub past the table when none does.
       Identify-Reject-Row.
           MOVE SPACE TO WS-Row-CrashID
           UNSTRING RejCrashRawLine DELIMITED BY ";"
               INTO WS-Row-CrashID
           MOVE "N" TO WS-Row-ID-State
           IF WS-Row-CrashID(1:5) IS NUMERIC AND
                   WS-Row-CrashID(6:5) = SPACE
               MOVE WS-Row-CrashID(1:5) TO WS-Row-ID-Num
               SET Row-ID-Numeric TO TRUE
           END-IF
           MOVE RejAgency TO WS-Row-Agency
           IF WS-Row-Agency = SPACE AND Row-ID-Numeric
               PERFORM VARYING WS-Range-Sub FROM 1 BY 1
                       UNTIL WS-Range-Sub > WS-Agencies-Used
                       OR (WS-AG-High(WS-Range-Sub) > ZERO
                       AND WS-Row-ID-Num >= WS-AG-Low(WS-Range-Sub)
                       AND WS-Row-ID-Num <= WS-AG-High(WS-Range-Sub))
                   CONTINUE
               END-PERFORM
               IF WS-Range-Sub NOT > WS-Agencies-Used
                   MOVE WS-AG-Code(WS-Range-Sub) TO WS-Row-Agency
               END-IF
           END-IF
           IF WS-Row-Agency = SPACE
               MOVE "UNK" TO WS-Row-Agency
           END-IF
           IF RejLoadDate IS NUMERIC
               MOVE RejLoadDate TO WS-Row-Load-Date
           ELSE
               MOVE WS-Today TO WS-Row-Load-Date
           END-IF
           MOVE ZERO TO WS-Row-Work
           PERFORM VARYING WS-Row-Pos FROM 1 BY 1
                   UNTIL WS-Row-Pos > 1408
               COMPUTE WS-Row-Work = WS-Row-Work * 31
                   + FUNCTION ORD(RejCrashRawLine(WS-Row-Pos:1))
               DIVIDE WS-Row-Work BY 4294967291
                   GIVING WS-Row-Quotient REMAINDER WS-Row-Work
           END-PERFORM
           MOVE WS-Row-Work TO WS-Row-Check
           PERFORM VARYING WS-BL-Sub FROM 1 BY 1
                   UNTIL WS-BL-Sub > WS-Backlog-Used
                   OR (WS-BL-Agency(WS-BL-Sub) = WS-Row-Agency AND
                       WS-BL-Check(WS-BL-Sub) = WS-Row-Check AND
                       WS-BL-CrashID(WS-BL-Sub) = WS-Row-CrashID)
               CONTINUE
           END-PERFORM.

      * A row not in the backlog is added from its load date; one
      * already there keeps the earlier of the two dates and takes
      * the latest reason - a failed repair can change it.
       Note-Reject-Row.
           IF WS-BL-Sub > WS-Backlog-Used
               IF WS-Backlog-Used >= 3000
                   SET Backlog-Overflowed TO TRUE
               ELSE
                   ADD 1 TO WS-Backlog-Used
                   MOVE WS-Backlog-Used TO WS-BL-Sub
                   MOVE WS-Row-Agency TO WS-BL-Agency(WS-BL-Sub)
                   MOVE WS-Row-Check TO WS-BL-Check(WS-BL-Sub)
                   MOVE WS-Row-CrashID TO WS-BL-CrashID(WS-BL-Sub)
                   MOVE WS-Row-Load-Date
                       TO WS-BL-First-Seen(WS-BL-Sub)
                   MOVE "OPEN" TO WS-BL-Status(WS-BL-Sub)
                   MOVE ZERO TO WS-BL-Closed(WS-BL-Sub)
                   MOVE "N" TO WS-BL-Landed(WS-BL-Sub)
                   MOVE "N" TO WS-BL-Returned(WS-BL-Sub)
                   PERFORM Find-Row-Agency
               END-IF
           END-IF
           IF WS-BL-Sub NOT > WS-Backlog-Used
               MOVE "Y" TO WS-BL-Seen(WS-BL-Sub)
               MOVE RejReasonCode TO WS-BL-Reason(WS-BL-Sub)
               IF WS-Row-Load-Date < WS-BL-First-Seen(WS-BL-Sub)
                   MOVE WS-Row-Load-Date
                       TO WS-BL-First-Seen(WS-BL-Sub)
               END-IF
           END-IF.

      * Makes sure the entry's agency is in the agency table, so
      * a code the registry does not hold still gets a line and a
      * return file.
       Find-Row-Agency.
           PERFORM VARYING WS-Ag-Sub FROM 1 BY 1
                   UNTIL WS-Ag-Sub > WS-Agencies-Used
                   OR WS-AG-Code(WS-Ag-Sub) = WS-BL-Agency(WS-BL-Sub)
               CONTINUE
           END-PERFORM
           IF WS-Ag-Sub > WS-Agencies-Used AND WS-Agencies-Used < 80
               ADD 1 TO WS-Agencies-Used
               MOVE WS-Agencies-Used TO WS-Ag-Sub
               PERFORM Clear-Agency-Entry
               MOVE WS-BL-Agency(WS-BL-Sub) TO WS-AG-Code(WS-Ag-Sub)
               IF WS-BL-Agency(WS-BL-Sub) = "UNK"
                   MOVE "(agency not traced)" TO WS-AG-Name(WS-Ag-Sub)
               ELSE
                   MOVE "(not in AGENCY-MASTER)"
                       TO WS-AG-Name(WS-Ag-Sub)
               END-IF
           END-IF.

      * Is the row's CrashID on the master now? A row still in the
      * reject files but landed is closed; one no longer there and
      * not landed is cleared; one still there and not landed is
      * open, reopened if it had been closed and came back. A
      * landed row is REPAIRED until the manifest shows the loader
      * wrote it.
       Settle-Backlog-Entry.
           MOVE "N" TO WS-BL-Landed(WS-BL-Sub)
           IF WS-BL-Seen(WS-BL-Sub) NOT = "Y" AND
                   WS-BL-Status(WS-BL-Sub) NOT = "OPEN"
               GO TO Settle-Backlog-Entry-Exit
           END-IF
           IF WS-BL-Reason(WS-BL-Sub) NOT = "R006" AND
                   WS-BL-CrashID(WS-BL-Sub)(1:5) IS NUMERIC AND
                   WS-BL-CrashID(WS-BL-Sub)(6:5) = SPACE
               MOVE WS-BL-CrashID(WS-BL-Sub)(1:5) TO CrashID
               READ CrashDataFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BL-Landed(WS-BL-Sub)
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-BL-Landed(WS-BL-Sub) = "Y"
                   IF WS-BL-Status(WS-BL-Sub) = "OPEN"
                       MOVE "REPAIRED" TO WS-BL-Status(WS-BL-Sub)
                       MOVE WS-Today TO WS-BL-Closed(WS-BL-Sub)
                   ELSE
                       MOVE "N" TO WS-BL-Landed(WS-BL-Sub)
                   END-IF
               WHEN WS-BL-Seen(WS-BL-Sub) = "Y"
                   MOVE "OPEN" TO WS-BL-Status(WS-BL-Sub)
                   MOVE ZERO TO WS-BL-Closed(WS-BL-Sub)
               WHEN OTHER
                   MOVE "CLEARED" TO WS-BL-Status(WS-BL-Sub)
                   MOVE WS-Today TO WS-BL-Closed(WS-BL-Sub)
           END-EVALUATE.
       Settle-Backlog-Entry-Exit.
           EXIT.

      * A row closed this run whose CrashID the loader wrote on or
      * after the day it was first rejected came back in the
      * agency's feed.
       Match-Manifest.
           OPEN INPUT ManifestFile
           IF WS-Man-Status NOT = "00"
               GO TO Match-Manifest-Exit
           END-IF
           PERFORM UNTIL EndOfManifestFile
               READ ManifestFile
                   AT END SET EndOfManifestFile TO TRUE
                   NOT AT END
                       IF MF-Type = "D" AND MF-Stamp IS NUMERIC
                           PERFORM Match-Manifest-Detail
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ManifestFile.
       Match-Manifest-Exit.
           EXIT.

       Match-Manifest-Detail.
           PERFORM VARYING WS-BL-Sub FROM 1 BY 1
                   UNTIL WS-BL-Sub > WS-Backlog-Used
               IF WS-BL-Landed(WS-BL-Sub) = "Y" AND
                       WS-BL-CrashID(WS-BL-Sub)(1:5) = MF-CrashID AND
                       MF-Stamp(1:8) >= WS-BL-First-Seen(WS-BL-Sub)
                   MOVE "RESUBMITTED" TO WS-BL-Status(WS-BL-Sub)
                   MOVE MF-Stamp(1:8) TO WS-BL-Closed(WS-BL-Sub)
               END-IF
           END-PERFORM.

      * Ages the open rows into the agency and reason counts and
      * counts the rows closed within the keep period.
       Tally-Backlog.
           PERFORM VARYING WS-RS-Sub FROM 1 BY 1 UNTIL WS-RS-Sub > 8
               MOVE WS-RD-Code(WS-RS-Sub) TO WS-RS-Code(WS-RS-Sub)
               MOVE WS-RD-Text(WS-RS-Sub) TO WS-RS-Text(WS-RS-Sub)
               MOVE ZERO TO WS-RS-Under-7(WS-RS-Sub)
               MOVE ZERO TO WS-RS-Under-30(WS-RS-Sub)
               MOVE ZERO TO WS-RS-Over-30(WS-RS-Sub)
           END-PERFORM
           MOVE 8 TO WS-Reasons-Used
           PERFORM VARYING WS-BL-Sub FROM 1 BY 1
                   UNTIL WS-BL-Sub > WS-Backlog-Used
               PERFORM Tally-Backlog-Entry
                   THRU Tally-Backlog-Entry-Exit
           END-PERFORM.

       Tally-Backlog-Entry.
           PERFORM VARYING WS-Ag-Sub FROM 1 BY 1
                   UNTIL WS-Ag-Sub > WS-Agencies-Used
                   OR WS-AG-Code(WS-Ag-Sub) = WS-BL-Agency(WS-BL-Sub)
               CONTINUE
           END-PERFORM
           IF WS-Ag-Sub > WS-Agencies-Used
               GO TO Tally-Backlog-Entry-Exit
           END-IF
           PERFORM Compute-Closed-Days
           IF WS-BL-Status(WS-BL-Sub) NOT = "OPEN" AND
                   WS-Closed-Days > WS-Keep-Days
               GO TO Tally-Backlog-Entry-Exit
           END-IF
           EVALUATE WS-BL-Status(WS-BL-Sub)
               WHEN "REPAIRED"
                   ADD 1 TO WS-AG-Repaired(WS-Ag-Sub)
               WHEN "RESUBMITTED"
                   ADD 1 TO WS-AG-Resubmitted(WS-Ag-Sub)
               WHEN "CLEARED"
                   ADD 1 TO WS-AG-Cleared(WS-Ag-Sub)
           END-EVALUATE
           IF WS-BL-Status(WS-BL-Sub) NOT = "OPEN"
               GO TO Tally-Backlog-Entry-Exit
           END-IF
           PERFORM VARYING WS-RS-Sub FROM 1 BY 1
                   UNTIL WS-RS-Sub > WS-Reasons-Used
                   OR WS-RS-Code(WS-RS-Sub) = WS-BL-Reason(WS-BL-Sub)
               CONTINUE
           END-PERFORM
           IF WS-RS-Sub > WS-Reasons-Used AND WS-Reasons-Used < 20
               ADD 1 TO WS-Reasons-Used
               MOVE WS-Reasons-Used TO WS-RS-Sub
               MOVE WS-BL-Reason(WS-BL-Sub) TO WS-RS-Code(WS-RS-Sub)
               MOVE "(other)" TO WS-RS-Text(WS-RS-Sub)
               MOVE ZERO TO WS-RS-Under-7(WS-RS-Sub)
               MOVE ZERO TO WS-RS-Under-30(WS-RS-Sub)
               MOVE ZERO TO WS-RS-Over-30(WS-RS-Sub)
           END-IF
           COMPUTE WS-Age-Days = WS-Today-Days -
               FUNCTION INTEGER-OF-DATE(WS-BL-First-Seen(WS-BL-Sub))
           EVALUATE TRUE
               WHEN WS-Age-Days < 7
                   ADD 1 TO WS-AG-Under-7(WS-Ag-Sub)
                   IF WS-RS-Sub NOT > WS-Reasons-Used
                       ADD 1 TO WS-RS-Under-7(WS-RS-Sub)
                   END-IF
               WHEN WS-Age-Days <= 30
                   ADD 1 TO WS-AG-Under-30(WS-Ag-Sub)
                   IF WS-RS-Sub NOT > WS-Reasons-Used
                       ADD 1 TO WS-RS-Under-30(WS-RS-Sub)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-AG-Over-30(WS-Ag-Sub)
                   ADD 1 TO WS-Over-30-Count
                   IF WS-RS-Sub NOT > WS-Reasons-Used
                       ADD 1 TO WS-RS-Over-30(WS-RS-Sub)
                   END-IF
           END-EVALUATE.
       Tally-Backlog-Entry-Exit.
           EXIT.

      * REJECT-RETURN-agy.DAT for an agency with anything in the
      * backlog. The file is rewritten every run, so what the town
      * holds is always just what is still outstanding - one with
      * nothing outstanding says so.
       Write-Return-File.
           COMPUTE WS-Open-Count = WS-AG-Under-7(WS-Ag-Sub)
               + WS-AG-Under-30(WS-Ag-Sub) + WS-AG-Over-30(WS-Ag-Sub)
           IF WS-Open-Count = ZERO AND
                   WS-AG-Repaired(WS-Ag-Sub) = ZERO AND
                   WS-AG-Resubmitted(WS-Ag-Sub) = ZERO AND
                   WS-AG-Cleared(WS-Ag-Sub) = ZERO
               GO TO Write-Return-File-Exit
           END-IF
           MOVE SPACE TO WS-Return-Name
           STRING "REJECT-RETURN-" WS-AG-Code(WS-Ag-Sub)
               DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO WS-Return-Name
           OPEN OUTPUT ReturnFile
           IF WS-Return-Status NOT = "00"
               DISPLAY "Reject-Return: *** WARNING *** unable to "
                   "write " WS-Return-Name ", status "
                   WS-Return-Status
               MOVE 8 TO RETURN-CODE
               GO TO Write-Return-File-Exit
           END-IF
           ADD 1 TO WS-Files-Written
           MOVE WS-Today TO WS-First-Text
           MOVE SPACE TO WS-Note-Line
           STRING "* REJECTED CRASH ROWS RETURNED TO "
               WS-AG-Code(WS-Ag-Sub) " - " WS-AG-Name(WS-Ag-Sub)
               DELIMITED BY SIZE INTO WS-Note-Line
           MOVE WS-Note-Line TO ReturnLine
           WRITE ReturnLine
           MOVE SPACE TO WS-Note-Line
           STRING "* AS OF " WS-First-Text " - " WS-Open-Count
               " ROW(S) OUTSTANDING" DELIMITED BY SIZE
               INTO WS-Note-Line
           MOVE WS-Note-Line TO ReturnLine
           WRITE ReturnLine
           IF WS-Open-Count = ZERO
               MOVE "* NOTHING OUTSTANDING - NO ACTION NEEDED"
                   TO ReturnLine
               WRITE ReturnLine
           ELSE
               MOVE SPACE TO ReturnLine
               STRING "* EACH NOTE BELOW IS FOLLOWED BY THE ROW AS WE "
                   "RECEIVED IT. CORRECT THE ROW AS THE NOTE SAYS "
                   "AND SEND IT AGAIN IN YOUR NEXT FEED."
                   DELIMITED BY SIZE INTO ReturnLine
               WRITE ReturnLine
               PERFORM Read-Reject-Files
           END-IF
           CLOSE ReturnFile.
       Write-Return-File-Exit.
           EXIT.

      * One outstanding row of the agency being written: its note,
      * then the row as received.
       Return-Reject-Row.
           IF WS-BL-Sub > WS-Backlog-Used
               GO TO Return-Reject-Row-Exit
           END-IF
           IF WS-BL-Agency(WS-BL-Sub) NOT = WS-AG-Code(WS-Ag-Sub) OR
                   WS-BL-Status(WS-BL-Sub) NOT = "OPEN" OR
                   WS-BL-Returned(WS-BL-Sub) = "Y"
               GO TO Return-Reject-Row-Exit
           END-IF
           MOVE "Y" TO WS-BL-Returned(WS-BL-Sub)
           PERFORM Build-Instruction
           MOVE WS-BL-First-Seen(WS-BL-Sub) TO WS-First-Text
           MOVE SPACE TO WS-Note-Line
           STRING "* " RejReasonCode " FIRST REJECTED " WS-First-Text
               " - " DELIMITED BY SIZE
               WS-Instruction DELIMITED BY "  "
               INTO WS-Note-Line
           MOVE WS-Note-Line TO ReturnLine
           WRITE ReturnLine
           MOVE RejCrashRawLine TO ReturnLine
           WRITE ReturnLine
           ADD 1 TO WS-Rows-Returned.
       Return-Reject-Row-Exit.
           EXIT.

      * What the agency should do about the reject, in plain words.
       Build-Instruction.
           MOVE SPACE TO WS-Instruction
           EVALUATE RejReasonCode
               WHEN "R001"
                   STRING "The CrashID (the first field) is not a "
                       "number. Key the five-digit CrashID your "
                       "agency gave this crash."
                       DELIMITED BY SIZE INTO WS-Instruction
               WHEN "R002"
                   STRING "The row does not have 48 fields. Look for a "
                       "missing or extra semicolon, or a semicolon "
                       "inside a field that is not in quotes."
                       DELIMITED BY SIZE INTO WS-Instruction
               WHEN "R003"
                   STRING "The month in the crash date (CDate) is not "
                       "01 to 12. Correct the crash date."
                       DELIMITED BY SIZE INTO WS-Instruction
               WHEN "R004"
                   STRING "The day in the crash date (CDate) does not "
                       "exist in that month. Correct the crash date."
                       DELIMITED BY SIZE INTO WS-Instruction
               WHEN "R005"
                   STRING "The crash time (CTime) is not a real time "
                       "of day. The hour must be 00 to 23, the minutes "
                       "and seconds 00 to 59."
                       DELIMITED BY SIZE INTO WS-Instruction
               WHEN "R006"
                   STRING "This CrashID is already on file. If the "
                       "crash was sent before, drop this row; if "
                       "not, give it a CrashID not yet used."
                       DELIMITED BY SIZE INTO WS-Instruction
               WHEN "R007"
                   MOVE SPACE TO WS-Field-Name
                   UNSTRING RejReasonText DELIMITED BY SPACE
                       INTO WS-Field-Name
                   STRING "The " DELIMITED BY SIZE
                       WS-Field-Name DELIMITED BY SPACE
                       " field holds a code that is not on the state "
                       "code list. Use one of the listed codes."
                       DELIMITED BY SIZE INTO WS-Instruction
               WHEN "R008"
                   IF WS-AG-High(WS-Ag-Sub) > ZERO
                       STRING "The CrashID is outside the range "
                           "assigned to your agency ("
                           WS-AG-Low(WS-Ag-Sub) " to "
                           WS-AG-High(WS-Ag-Sub) "). Renumber the "
                           "crash from your own range."
                           DELIMITED BY SIZE INTO WS-Instruction
                   ELSE
                           STRING "The CrashID is outside the range "
                           "assigned to your agency. Renumber the "
                           "crash from your own range."
                           DELIMITED BY SIZE INTO WS-Instruction
                   END-IF
               WHEN OTHER
                   STRING "Rejected: " RejReasonText
                       DELIMITED BY SIZE INTO WS-Instruction
           END-EVALUATE.

       Write-Aging-Report.
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Reject-Return: unable to open "
                   "REJECT-AGING.RPT, status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GO TO Write-Aging-Report-Exit
           END-IF
           MOVE WS-Today TO WS-T-Date
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           STRING "OUTSTANDING REJECTS BY AGENCY - DAYS SINCE FIRST "
               "REJECTED"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-Agency-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Ag-Sub FROM 1 BY 1
                   UNTIL WS-Ag-Sub > WS-Agencies-Used
               PERFORM Write-Agency-Line THRU Write-Agency-Line-Exit
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "OUTSTANDING REJECTS BY REASON" TO ReportLine
           WRITE ReportLine
           MOVE WS-Reason-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-RS-Sub FROM 1 BY 1
                   UNTIL WS-RS-Sub > WS-Reasons-Used
               MOVE WS-RS-Code(WS-RS-Sub) TO WS-R-Code
               MOVE WS-RS-Text(WS-RS-Sub) TO WS-R-Text
               MOVE WS-RS-Under-7(WS-RS-Sub) TO WS-R-Under-7
               MOVE WS-RS-Under-30(WS-RS-Sub) TO WS-R-Under-30
               MOVE WS-RS-Over-30(WS-RS-Sub) TO WS-R-Over-30
               COMPUTE WS-R-Open = WS-RS-Under-7(WS-RS-Sub)
                   + WS-RS-Under-30(WS-RS-Sub)
                   + WS-RS-Over-30(WS-RS-Sub)
               MOVE WS-Reason-Line TO ReportLine
               WRITE ReportLine
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "REJECTED ROWS - OPEN, AND CLOSED IN THE LAST 90 DAYS"
               TO ReportLine
           WRITE ReportLine
           MOVE WS-Row-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Ag-Sub FROM 1 BY 1
                   UNTIL WS-Ag-Sub > WS-Agencies-Used
               PERFORM VARYING WS-BL-Sub FROM 1 BY 1
                       UNTIL WS-BL-Sub > WS-Backlog-Used
                   IF WS-BL-Agency(WS-BL-Sub) = WS-AG-Code(WS-Ag-Sub)
                       PERFORM Write-Row-Line THRU Write-Row-Line-Exit
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "Reject rows read this run" TO WS-CL-Label
           MOVE WS-Rows-Read TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Rows returned to agencies" TO WS-CL-Label
           MOVE WS-Rows-Returned TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Rows outstanding over 30 days" TO WS-CL-Label
           MOVE WS-Over-30-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile.
       Write-Aging-Report-Exit.
           EXIT.

       Write-Agency-Line.
           COMPUTE WS-Open-Count = WS-AG-Under-7(WS-Ag-Sub)
               + WS-AG-Under-30(WS-Ag-Sub) + WS-AG-Over-30(WS-Ag-Sub)
           IF WS-Open-Count = ZERO AND
                   WS-AG-Repaired(WS-Ag-Sub) = ZERO AND
                   WS-AG-Resubmitted(WS-Ag-Sub) = ZERO AND
                   WS-AG-Cleared(WS-Ag-Sub) = ZERO
               GO TO Write-Agency-Line-Exit
           END-IF
           MOVE WS-AG-Code(WS-Ag-Sub) TO WS-A-Code
           MOVE WS-AG-Name(WS-Ag-Sub) TO WS-A-Name
           MOVE WS-AG-Under-7(WS-Ag-Sub) TO WS-A-Under-7
           MOVE WS-AG-Under-30(WS-Ag-Sub) TO WS-A-Under-30
           MOVE WS-AG-Over-30(WS-Ag-Sub) TO WS-A-Over-30
           MOVE WS-Open-Count TO WS-A-Open
           MOVE WS-AG-Repaired(WS-Ag-Sub) TO WS-A-Repaired
           MOVE WS-AG-Resubmitted(WS-Ag-Sub) TO WS-A-Resubmitted
           MOVE WS-AG-Cleared(WS-Ag-Sub) TO WS-A-Cleared
           MOVE WS-Agency-Line TO ReportLine
           WRITE ReportLine.
       Write-Agency-Line-Exit.
           EXIT.

       Write-Row-Line.
           IF WS-BL-Status(WS-BL-Sub) NOT = "OPEN"
               PERFORM Compute-Closed-Days
               IF WS-Closed-Days > WS-Keep-Days
                   GO TO Write-Row-Line-Exit
               END-IF
           END-IF
           MOVE WS-BL-Agency(WS-BL-Sub) TO WS-W-Agency
           MOVE WS-BL-CrashID(WS-BL-Sub) TO WS-W-CrashID
           MOVE WS-BL-Reason(WS-BL-Sub) TO WS-W-Reason
           MOVE WS-BL-First-Seen(WS-BL-Sub) TO WS-W-First
           COMPUTE WS-Age-Days = WS-Today-Days -
               FUNCTION INTEGER-OF-DATE(WS-BL-First-Seen(WS-BL-Sub))
           MOVE WS-Age-Days TO WS-W-Days
           MOVE WS-BL-Status(WS-BL-Sub) TO WS-W-Status
           MOVE WS-BL-Closed(WS-BL-Sub) TO WS-W-Closed
           MOVE WS-Row-Line TO ReportLine
           WRITE ReportLine.
       Write-Row-Line-Exit.
           EXIT.

       Compute-Closed-Days.
           MOVE ZERO TO WS-Closed-Days
           IF WS-BL-Closed(WS-BL-Sub) > ZERO
               COMPUTE WS-Closed-Days = WS-Today-Days -
                   FUNCTION INTEGER-OF-DATE(WS-BL-Closed(WS-BL-Sub))
           END-IF.

      * Open rows and the rows closed within the keep period go
      * forward; older closed rows drop off.
       Rewrite-Backlog.
           OPEN OUTPUT BacklogFile
           IF WS-Backlog-Status NOT = "00"
               DISPLAY "Reject-Return: *** WARNING *** unable to "
                   "write REJECT-BACKLOG.DAT, status "
                   WS-Backlog-Status " - ages restart next run"
               MOVE 8 TO RETURN-CODE
               GO TO Rewrite-Backlog-Exit
           END-IF
           PERFORM VARYING WS-BL-Sub FROM 1 BY 1
                   UNTIL WS-BL-Sub > WS-Backlog-Used
               PERFORM Compute-Closed-Days
               IF WS-BL-Status(WS-BL-Sub) = "OPEN" OR
                       WS-Closed-Days NOT > WS-Keep-Days
                   MOVE SPACE TO BacklogRec
                   MOVE WS-BL-Agency(WS-BL-Sub) TO BK-Agency
                   MOVE WS-BL-Check(WS-BL-Sub) TO BK-Check
                   MOVE WS-BL-CrashID(WS-BL-Sub) TO BK-CrashID
                   MOVE WS-BL-Reason(WS-BL-Sub) TO BK-Reason
                   MOVE WS-BL-First-Seen(WS-BL-Sub) TO BK-First-Seen
                   MOVE WS-BL-Status(WS-BL-Sub) TO BK-Status
                   MOVE WS-BL-Closed(WS-BL-Sub) TO BK-Closed
                   WRITE BacklogRec
               END-IF
           END-PERFORM
           CLOSE BacklogFile.
       Rewrite-Backlog-Exit.
           EXIT.
