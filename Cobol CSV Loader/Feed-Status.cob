      * Feed status by agency, so a town that has stopped sending is
      * caught in days rather than weeks. Reads every agency in
      * AGENCY-MASTER.DAT (kept by Agency-Maint) and every line of
      * CSV-LOADER.LOG, and prints to FEED-STATUS.RPT, per agency,
      * the date of its last load, the rows that load wrote, the
      * rows written across the whole log, and the days since. A
      * load only counts when its log line says COMPLETED and it
      * actually wrote rows - a delta run against a town's stale
      * file completes clean every morning and loads nothing, which
      * is exactly the silence this report is for.
      * An agency is OVERDUE when the days since its last load pass
      * its feed frequency (D one day, W seven, M thirty-one, or a
      * number of days) plus the grace days, and NEVER LOADED when
      * the log holds no load for it at all; the contact is printed
      * under either so the call can be made. GRACE-DAYS=nn in
      * FEED-STATUS-PARMS.DAT (default 0) covers the weekend a
      * daily feed does not run over. Log lines carrying an agency
      * code the registry does not hold are listed as NOT
      * REGISTERED; lines from before the loader logged the agency
      * show under a blank code.
      * Return code 4 when any agency is overdue or never loaded.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Feed-Status.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AgencyFile ASSIGN TO "AGENCY-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Agency-Status.
       SELECT RunLogFile ASSIGN TO "CSV-LOADER.LOG"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Log-Status.
       SELECT ParmFile ASSIGN TO "FEED-STATUS-PARMS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Parm-Status.
       SELECT ReportFile ASSIGN TO "FEED-STATUS.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AgencyFile.
       01 AgencyRec PIC X(100).
       88 EndOfAgencyFile VALUE HIGH-VALUES.

      * CSV-Loader's run log line, one per source per run.
       FD RunLogFile.
       01 RunLogRec.
       88 EndOfRunLog VALUE HIGH-VALUES.
       02 RL-Timestamp PIC X(16).
       02 FILLER PIC X(1).
       02 RL-Source PIC X(14).
       02 FILLER PIC X(1).
       02 RL-Read PIC X(7).
       02 FILLER PIC X(1).
       02 RL-Written PIC X(7).
       02 FILLER PIC X(1).
       02 RL-Rejected PIC X(7).
       02 FILLER PIC X(1).
       02 RL-Skipped PIC X(7).
       02 FILLER PIC X(1).
       02 RL-Completion PIC X(23).
       02 FILLER PIC X(1).
       02 RL-Agency PIC X(3).

       FD ParmFile.
       01 ParmRec PIC X(80).
       88 EndOfParmFile VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Agency-Status PIC X(2).
       01 WS-Log-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Parm-Keyword PIC X(20).
       01 WS-Parm-Value PIC X(20).
       01 WS-Grace-Days PIC 9(3) VALUE ZERO.
       01 WS-Today PIC 9(8).
       01 WS-Today-Days PIC 9(7).
       01 WS-Load-Date PIC 9(8).
       01 WS-Line-Written PIC 9(7).
       01 WS-Log-Lines PIC 9(7) COMP VALUE ZERO.
       01 WS-Overdue-Count PIC 9(3) COMP VALUE ZERO.
       01 WS-Unregistered-Count PIC 9(3) COMP VALUE ZERO.
       01 WS-Code-Text PIC X(3).
       01 WS-Name-Text PIC X(30).
       01 WS-Low-Text PIC X(5).
       01 WS-High-Text PIC X(5).
       01 WS-Freq-Text PIC X(3).
       01 WS-Contact-Text PIC X(40).

      * Registered agencies first, then any code met only in the
      * log (WS-AG-Registered "N").
       01 WS-Agency-Table.
           02 WS-AG-Entry OCCURS 80 TIMES.
               03 WS-AG-Code PIC X(3).
               03 WS-AG-Name PIC X(30).
               03 WS-AG-Freq PIC X(3).
               03 WS-AG-Contact PIC X(40).
               03 WS-AG-Registered PIC X(1).
               03 WS-AG-Allowed PIC 9(3).
               03 WS-AG-Last-Date PIC 9(8).
               03 WS-AG-Last-Rows PIC 9(7).
               03 WS-AG-Total-Rows PIC 9(9).
       01 WS-Agencies-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-Registered-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-Sub PIC 9(2) COMP.
       01 WS-Days-Since PIC 9(5).

       01 WS-Title-Line.
           02 FILLER PIC X(30) VALUE "AGENCY FEED STATUS AS OF".
           02 WS-T-Date PIC 9999/99/99.
           02 FILLER PIC X(14) VALUE "   GRACE DAYS".
           02 WS-T-Grace PIC ZZ9.
       01 WS-Heading-Line.
           02 FILLER PIC X(5) VALUE "AGY".
           02 FILLER PIC X(26) VALUE "NAME".
           02 FILLER PIC X(6) VALUE "FREQ".
           02 FILLER PIC X(12) VALUE "LAST LOAD".
           02 FILLER PIC X(9) VALUE "LAST ROWS".
           02 FILLER PIC X(11) VALUE " TOTAL ROWS".
           02 FILLER PIC X(6) VALUE "  DAYS".
           02 FILLER PIC X(16) VALUE "  STATUS".
       01 WS-Detail-Line.
           02 WS-D-Code PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Name PIC X(24).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Freq PIC X(3).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-D-Last-Date PIC 9999/99/99 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Last-Rows PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Total-Rows PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Days PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Status PIC X(14).
       01 WS-Contact-Line.
           02 FILLER PIC X(5) VALUE SPACE.
           02 FILLER PIC X(9) VALUE "CONTACT: ".
           02 WS-C-Contact PIC X(40).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           02 WS-CL-Count PIC ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Today)
           PERFORM Read-Parms THRU Read-Parms-Exit
           PERFORM Load-Agency-Master THRU Load-Agency-Master-Exit
           IF WS-Registered-Used = ZERO
               DISPLAY "Feed-Status: *** WARNING *** no agencies in "
                   "AGENCY-MASTER.DAT - nothing has a schedule to "
                   "be overdue against"
           END-IF
           OPEN INPUT RunLogFile
           IF WS-Log-Status NOT = "00"
               DISPLAY "Feed-Status: *** WARNING *** no "
                   "CSV-LOADER.LOG, status " WS-Log-Status
                   " - every agency shows as never loaded"
           ELSE
               PERFORM UNTIL EndOfRunLog
                   READ RunLogFile
                       AT END SET EndOfRunLog TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Log-Lines
                           PERFORM Apply-Log-Line
                               THRU Apply-Log-Line-Exit
                   END-READ
               END-PERFORM
               CLOSE RunLogFile
           END-IF
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Feed-Status: unable to open FEED-STATUS.RPT, "
                   "status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-Today TO WS-T-Date
           MOVE WS-Grace-Days TO WS-T-Grace
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Heading-Line TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Agencies-Used
               PERFORM Write-Agency-Line
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "Agencies registered" TO WS-CL-Label
           MOVE WS-Registered-Used TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Agencies overdue or never loaded" TO WS-CL-Label
           MOVE WS-Overdue-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Log agencies not registered" TO WS-CL-Label
           MOVE WS-Unregistered-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile
           DISPLAY "Feed-Status: " WS-Log-Lines " log line(s) read, "
               WS-Registered-Used " agency(ies) registered"
           IF WS-Overdue-Count > ZERO
               DISPLAY "Feed-Status: *** WARNING *** "
                   WS-Overdue-Count " agency feed(s) overdue or "
                   "never loaded - see FEED-STATUS.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * GRACE-DAYS=nn; * comments and blank lines skipped.
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
                           EVALUATE WS-Parm-Keyword
                               WHEN "GRACE-DAYS"
                                   MOVE FUNCTION NUMVAL(WS-Parm-Value)
                                       TO WS-Grace-Days
                               WHEN OTHER
                                   DISPLAY "Feed-Status: *** WARNING "
                                       "*** unknown parameter "
                                       WS-Parm-Keyword " ignored"
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParmFile.
       Read-Parms-Exit.
           EXIT.

      * CODE;NAME;LOWID;HIGHID;FREQ;CONTACT per line. The allowed
      * gap in days comes from the frequency; an unreadable one is
      * taken as daily, so a bad entry errs toward being flagged.
       Load-Agency-Master.
           OPEN INPUT AgencyFile
           IF WS-Agency-Status NOT = "00"
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
                           MOVE SPACE TO WS-Freq-Text
                           MOVE SPACE TO WS-Contact-Text
                           UNSTRING AgencyRec DELIMITED BY ";"
                               INTO WS-Code-Text WS-Name-Text
                                   WS-Low-Text WS-High-Text
                                   WS-Freq-Text WS-Contact-Text
                           ADD 1 TO WS-Agencies-Used
                           MOVE WS-Agencies-Used TO WS-Sub
                           PERFORM Clear-Agency-Entry
                           MOVE WS-Code-Text TO WS-AG-Code(WS-Sub)
                           MOVE WS-Name-Text TO WS-AG-Name(WS-Sub)
                           MOVE WS-Freq-Text TO WS-AG-Freq(WS-Sub)
                           MOVE WS-Contact-Text
                               TO WS-AG-Contact(WS-Sub)
                           MOVE "Y" TO WS-AG-Registered(WS-Sub)
                           EVALUATE TRUE
                               WHEN WS-Freq-Text = "D"
                                   MOVE 1 TO WS-AG-Allowed(WS-Sub)
                               WHEN WS-Freq-Text = "W"
                                   MOVE 7 TO WS-AG-Allowed(WS-Sub)
                               WHEN WS-Freq-Text = "M"
                                   MOVE 31 TO WS-AG-Allowed(WS-Sub)
                               WHEN FUNCTION NUMVAL(WS-Freq-Text)
                                       > ZERO
                                   MOVE FUNCTION NUMVAL(WS-Freq-Text)
                                       TO WS-AG-Allowed(WS-Sub)
                               WHEN OTHER
                                   MOVE 1 TO WS-AG-Allowed(WS-Sub)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AgencyFile
           MOVE WS-Agencies-Used TO WS-Registered-Used.
       Load-Agency-Master-Exit.
           EXIT.

       Clear-Agency-Entry.
           MOVE SPACE TO WS-AG-Code(WS-Sub)
           MOVE SPACE TO WS-AG-Name(WS-Sub)
           MOVE SPACE TO WS-AG-Freq(WS-Sub)
           MOVE SPACE TO WS-AG-Contact(WS-Sub)
           MOVE "N" TO WS-AG-Registered(WS-Sub)
           MOVE ZERO TO WS-AG-Allowed(WS-Sub)
           MOVE ZERO TO WS-AG-Last-Date(WS-Sub)
           MOVE ZERO TO WS-AG-Last-Rows(WS-Sub)
           MOVE ZERO TO WS-AG-Total-Rows(WS-Sub).

      * Only a completed load that wrote rows moves an agency's
      * last load date. The log is in run order, so the last such
      * line read is the latest.
       Apply-Log-Line.
           IF RL-Timestamp(1:8) IS NOT NUMERIC
               GO TO Apply-Log-Line-Exit
           END-IF
           IF RL-Completion(1:9) NOT = "COMPLETED"
               GO TO Apply-Log-Line-Exit
           END-IF
           MOVE FUNCTION NUMVAL(RL-Written) TO WS-Line-Written
           IF WS-Line-Written = ZERO
               GO TO Apply-Log-Line-Exit
           END-IF
           MOVE RL-Timestamp(1:8) TO WS-Load-Date
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Agencies-Used
                   OR WS-AG-Code(WS-Sub) = RL-Agency
               CONTINUE
           END-PERFORM
           IF WS-Sub > WS-Agencies-Used
               IF WS-Agencies-Used >= 80
                   GO TO Apply-Log-Line-Exit
               END-IF
               ADD 1 TO WS-Agencies-Used
               MOVE WS-Agencies-Used TO WS-Sub
               PERFORM Clear-Agency-Entry
               MOVE RL-Agency TO WS-AG-Code(WS-Sub)
               IF RL-Agency = SPACE
                   MOVE "(no agency code logged)" TO WS-AG-Name(WS-Sub)
               ELSE
                   MOVE "(not in AGENCY-MASTER)" TO WS-AG-Name(WS-Sub)
               END-IF
           END-IF
           MOVE WS-Load-Date TO WS-AG-Last-Date(WS-Sub)
           MOVE WS-Line-Written TO WS-AG-Last-Rows(WS-Sub)
           ADD WS-Line-Written TO WS-AG-Total-Rows(WS-Sub).
       Apply-Log-Line-Exit.
           EXIT.

       Write-Agency-Line.
           MOVE WS-AG-Code(WS-Sub) TO WS-D-Code
           MOVE WS-AG-Name(WS-Sub) TO WS-D-Name
           MOVE WS-AG-Freq(WS-Sub) TO WS-D-Freq
           MOVE WS-AG-Last-Date(WS-Sub) TO WS-D-Last-Date
           MOVE WS-AG-Last-Rows(WS-Sub) TO WS-D-Last-Rows
           MOVE WS-AG-Total-Rows(WS-Sub) TO WS-D-Total-Rows
           MOVE ZERO TO WS-Days-Since
           IF WS-AG-Last-Date(WS-Sub) NOT = ZERO
               COMPUTE WS-Days-Since = WS-Today-Days -
                   FUNCTION INTEGER-OF-DATE(WS-AG-Last-Date(WS-Sub))
           END-IF
           MOVE WS-Days-Since TO WS-D-Days
           EVALUATE TRUE
               WHEN WS-AG-Registered(WS-Sub) NOT = "Y"
                   MOVE "NOT REGISTERED" TO WS-D-Status
                   ADD 1 TO WS-Unregistered-Count
               WHEN WS-AG-Last-Date(WS-Sub) = ZERO
                   MOVE "NEVER LOADED" TO WS-D-Status
                   ADD 1 TO WS-Overdue-Count
               WHEN WS-Days-Since >
                       WS-AG-Allowed(WS-Sub) + WS-Grace-Days
                   MOVE "*** OVERDUE" TO WS-D-Status
                   ADD 1 TO WS-Overdue-Count
               WHEN OTHER
                   MOVE "OK" TO WS-D-Status
           END-EVALUATE
           MOVE WS-Detail-Line TO ReportLine
           WRITE ReportLine
           IF WS-D-Status = "NEVER LOADED" OR "*** OVERDUE"
               MOVE WS-AG-Contact(WS-Sub) TO WS-C-Contact
               MOVE WS-Contact-Line TO ReportLine
               WRITE ReportLine
           END-IF.
