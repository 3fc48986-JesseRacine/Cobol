      * Record-level consistency sweep of the whole master. The
      * load-time edits only see rows as they arrive; after that
      * Crash-Maint, Reject-Repair, Coord-Backfill, Loc-Standardize,
      * Crash-Archive restores and Crash-Recover replays all rewrite
      * records, and nothing rechecked them as a whole. This reads
      * Crash-Data.dat front to back and checks every record
      * against itself and the reference files:
      *   I001 S  TYear / TMonth disagree with CDate
      *   I002 S  FatalityBool / InjuryBool disagree with Fatality /
      *           Injury (Y or a digit 1-9 is yes, N, 0 or blank no)
      *   I003 W  LocCode not in LOC-MASTER.DAT
      *   I004 W  a condition field value not active in
      *           CODE-TABLES.DAT
      *   I005 W  SrcAgency not in AGENCY-MASTER.DAT
      *   I006 S  CoordSrc "D" without a Lat2/Long2 pair, or
      *           CoordSrc neither blank nor "D"
      * S rules are contradictions inside the record itself - the
      * ones that put a crash in the wrong year or drop a fatality
      * from the state's count. W rules are drift against reference
      * data that may have moved on since the record was written.
      * A blank LocCode (not yet standardized) or SrcAgency (loaded
      * before the multi-agency feeds) is not a violation, and a
      * rule whose reference file is absent is reported NOT CHECKED.
      * A condition field with no active value list is not checked,
      * the same as at load time.
      * Every violation goes to INTEGRITY-EXCEPTIONS.DAT with its
      * rule code; INTEGRITY-SWEEP.RPT gives the counts by rule.
      * Nothing is changed. Return code 8 when any S rule failed,
      * 16 when the master cannot be read. Runs as the optional
      * step 09 of Batch-Driver (RUN=09 in BATCH-SKIP.DAT) or by
      * hand.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Integrity-Sweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CrashDataFile ASSIGN TO "Crash-Data.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS CrashID
       ALTERNATE RECORD KEY IS TYear WITH DUPLICATES
       ALTERNATE RECORD KEY IS Zone WITH DUPLICATES
       ALTERNATE RECORD KEY IS LocCode WITH DUPLICATES
       FILE STATUS IS WS-Dat-Status.
       SELECT LocMasterFile ASSIGN TO "LOC-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Loc-Status.
       SELECT CodeTableFile ASSIGN TO "CODE-TABLES.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Table-Status.
       SELECT AgencyFile ASSIGN TO "AGENCY-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Agency-Status.
       SELECT ExceptionFile ASSIGN TO "INTEGRITY-EXCEPTIONS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Exc-Status.
       SELECT ReportFile ASSIGN TO "INTEGRITY-SWEEP.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CrashDataFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       FD LocMasterFile.
       01 LocMasterRec PIC X(120).
       88 EndOfLocMaster VALUE HIGH-VALUES.

       FD CodeTableFile.
       01 CodeTableRec PIC X(60).
       88 EndOfTableFile VALUE HIGH-VALUES.

       FD AgencyFile.
       01 AgencyRec PIC X(100).
       88 EndOfAgencyFile VALUE HIGH-VALUES.

      * One line per violation: the crash, the rule and its
      * severity, the field, the value found and what is wrong.
       FD ExceptionFile.
       01 ExceptionRec.
       02 IX-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 IX-Rule PIC X(4).
       02 FILLER PIC X(1).
       02 IX-Severity PIC X(1).
       02 FILLER PIC X(1).
       02 IX-Field PIC X(12).
       02 FILLER PIC X(1).
       02 IX-Value PIC X(40).
       02 FILLER PIC X(1).
       02 IX-Text PIC X(50).

       FD ReportFile.
       01 ReportLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-Dat-Status PIC X(2).
       01 WS-Loc-Status PIC X(2).
       01 WS-Table-Status PIC X(2).
       01 WS-Agency-Status PIC X(2).
       01 WS-Exc-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfDataFile VALUE "Y".
       01 WS-Read-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Clean-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Severe-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Record-Flag PIC X(1).
           88 Record-Is-Clean VALUE "Y".
           88 Record-Has-Exception VALUE "N".

      * The rule list, its severities and the report wording.
       01 WS-Rule-Defs.
           02 FILLER PIC X(4) VALUE "I001".
           02 FILLER PIC X(1) VALUE "S".
           02 FILLER PIC X(40) VALUE
               "TYear/TMonth disagree with CDate".
           02 FILLER PIC X(4) VALUE "I002".
           02 FILLER PIC X(1) VALUE "S".
           02 FILLER PIC X(40) VALUE
               "Fatal/injury flag disagrees with Bool".
           02 FILLER PIC X(4) VALUE "I003".
           02 FILLER PIC X(1) VALUE "W".
           02 FILLER PIC X(40) VALUE
               "LocCode not in LOC-MASTER.DAT".
           02 FILLER PIC X(4) VALUE "I004".
           02 FILLER PIC X(1) VALUE "W".
           02 FILLER PIC X(40) VALUE
               "Condition value not active in tables".
           02 FILLER PIC X(4) VALUE "I005".
           02 FILLER PIC X(1) VALUE "W".
           02 FILLER PIC X(40) VALUE
               "SrcAgency not in AGENCY-MASTER.DAT".
           02 FILLER PIC X(4) VALUE "I006".
           02 FILLER PIC X(1) VALUE "S".
           02 FILLER PIC X(40) VALUE
               "CoordSrc does not fit Lat2/Long2".
       01 WS-Rule-Table REDEFINES WS-Rule-Defs.
           02 WS-Rule-Entry OCCURS 6 TIMES.
               03 WS-RU-Code PIC X(4).
               03 WS-RU-Severity PIC X(1).
               03 WS-RU-Text PIC X(40).
       01 WS-Rule-Counts.
           02 WS-RU-Count OCCURS 6 TIMES PIC 9(7) COMP.
       01 WS-Rule-Checked.
           02 WS-RU-Checked OCCURS 6 TIMES PIC X(1).
       01 WS-Rule-Sub PIC 9(2) COMP.

      * Set by each check before Write-Exception.
       01 WS-Exc-Field PIC X(12).
       01 WS-Exc-Value PIC X(40).
       01 WS-Exc-Text PIC X(50).

       01 WS-Loc-Table.
           02 WS-LT-Code OCCURS 2000 TIMES PIC X(8).
       01 WS-Locs-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Loc-Sub PIC 9(4) COMP.
       01 WS-Loc-Code-Text PIC X(8).

       01 WS-Code-Table.
           02 WS-CT-Entry OCCURS 600 TIMES.
               03 WS-CT-Field PIC X(12).
               03 WS-CT-Value PIC X(40).
               03 WS-CT-Status PIC X(1).
       01 WS-Entries-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-CT-Sub PIC 9(3) COMP.
       01 WS-Table-Field-Name PIC X(12).
       01 WS-Table-Value-Text PIC X(40).
       01 WS-Table-Status-Text PIC X(1).
       01 WS-Check-Field PIC X(12).
       01 WS-Check-Value PIC X(40).
       01 WS-Value-Is-Valid PIC X(1).
           88 Value-Is-Valid VALUE "Y".

       01 WS-Agency-Table.
           02 WS-AG-Code OCCURS 50 TIMES PIC X(3).
       01 WS-Agencies-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-AG-Sub PIC 9(2) COMP.
       01 WS-AG-Code-Text PIC X(3).

       01 WS-Flag-Byte PIC X(1).
       01 WS-Flag-Sense PIC X(1).
           88 Flag-Says-Yes VALUE "Y".
           88 Flag-Says-No VALUE "N".
           88 Flag-Unreadable VALUE "?".

       01 WS-Heading-Line.
           02 FILLER PIC X(6) VALUE "RULE".
           02 FILLER PIC X(5) VALUE "SEV".
           02 FILLER PIC X(42) VALUE "CHECK".
           02 FILLER PIC X(12) VALUE "  VIOLATIONS".
       01 WS-Detail-Line.
           02 WS-D-Rule PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Severity PIC X(1).
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-D-Text PIC X(40).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-D-Count PIC Z,ZZZ,ZZ9.
           02 WS-D-Count-X REDEFINES WS-D-Count PIC X(9).
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-D-Flag PIC X(12).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           02 WS-CL-Count PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM VARYING WS-Rule-Sub FROM 1 BY 1
                   UNTIL WS-Rule-Sub > 6
               MOVE ZERO TO WS-RU-Count(WS-Rule-Sub)
               MOVE "Y" TO WS-RU-Checked(WS-Rule-Sub)
           END-PERFORM
           PERFORM Load-Loc-Master THRU Load-Loc-Master-Exit
           PERFORM Load-Code-Tables THRU Load-Code-Tables-Exit
           PERFORM Load-Agency-Master THRU Load-Agency-Master-Exit
           OPEN INPUT CrashDataFile
           IF WS-Dat-Status NOT = "00"
               DISPLAY "Integrity-Sweep: unable to open "
                   "Crash-Data.dat, status " WS-Dat-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ExceptionFile
           IF WS-Exc-Status NOT = "00"
               DISPLAY "Integrity-Sweep: unable to open "
                   "INTEGRITY-EXCEPTIONS.DAT, status " WS-Exc-Status
               CLOSE CrashDataFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EndOfDataFile
               READ CrashDataFile NEXT RECORD
                   AT END SET EndOfDataFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Check-One-Record
               END-READ
           END-PERFORM
           CLOSE CrashDataFile
           CLOSE ExceptionFile
           PERFORM Write-Sweep-Report THRU Write-Sweep-Report-Exit
           DISPLAY "Integrity-Sweep: " WS-Read-Count
               " record(s) read, " WS-Clean-Count " clean"
           IF WS-Severe-Count > ZERO
               DISPLAY "Integrity-Sweep: *** WARNING *** "
                   WS-Severe-Count " severe violation(s) - see "
                   "INTEGRITY-EXCEPTIONS.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       Check-One-Record.
           SET Record-Is-Clean TO TRUE
      * I001 - the derived year and month must be the CDate's.
           IF Year IS NOT NUMERIC OR MONTH IS NOT NUMERIC
               MOVE 1 TO WS-Rule-Sub
               MOVE "CDATE" TO WS-Exc-Field
               MOVE CDate TO WS-Exc-Value
               MOVE "CDate year/month not numeric" TO WS-Exc-Text
               PERFORM Write-Exception
           ELSE
               IF TYear IS NOT NUMERIC OR TYear NOT = Year
                   MOVE 1 TO WS-Rule-Sub
                   MOVE "TYEAR" TO WS-Exc-Field
                   MOVE TYear TO WS-Exc-Value
                   MOVE SPACE TO WS-Exc-Text
                   STRING "TYear is not the CDate year " Year
                       DELIMITED BY SIZE INTO WS-Exc-Text
                   PERFORM Write-Exception
               END-IF
               IF TMonth IS NOT NUMERIC OR TMonth NOT = MONTH
                   MOVE 1 TO WS-Rule-Sub
                   MOVE "TMONTH" TO WS-Exc-Field
                   MOVE TMonth TO WS-Exc-Value
                   MOVE SPACE TO WS-Exc-Text
                   STRING "TMonth is not the CDate month " MONTH
                       DELIMITED BY SIZE INTO WS-Exc-Text
                   PERFORM Write-Exception
               END-IF
           END-IF
      * I002 - each Bool must say what its flag says.
           MOVE Fatality TO WS-Flag-Byte
           PERFORM Read-Flag-Sense
           IF Flag-Unreadable
               OR (Flag-Says-Yes AND FatalityBool NOT = 1)
               OR (Flag-Says-No AND FatalityBool NOT = 0)
               MOVE 2 TO WS-Rule-Sub
               MOVE "FATALITY" TO WS-Exc-Field
               MOVE SPACE TO WS-Exc-Value
               STRING "Fatality '" Fatality "' FatalityBool '"
                   FatalityBool "'" DELIMITED BY SIZE
                   INTO WS-Exc-Value
               MOVE "Fatality and FatalityBool disagree"
                   TO WS-Exc-Text
               PERFORM Write-Exception
           END-IF
           MOVE Injury TO WS-Flag-Byte
           PERFORM Read-Flag-Sense
           IF Flag-Unreadable
               OR (Flag-Says-Yes AND InjuryBool NOT = 1)
               OR (Flag-Says-No AND InjuryBool NOT = 0)
               MOVE 2 TO WS-Rule-Sub
               MOVE "INJURY" TO WS-Exc-Field
               MOVE SPACE TO WS-Exc-Value
               STRING "Injury '" Injury "' InjuryBool '"
                   InjuryBool "'" DELIMITED BY SIZE
                   INTO WS-Exc-Value
               MOVE "Injury and InjuryBool disagree" TO WS-Exc-Text
               PERFORM Write-Exception
           END-IF
      * I003 - a stamped LocCode must still be a master location.
           IF WS-RU-Checked(3) = "Y" AND LocCode NOT = SPACE
               PERFORM VARYING WS-Loc-Sub FROM 1 BY 1
                       UNTIL WS-Loc-Sub > WS-Locs-Used
                       OR WS-LT-Code(WS-Loc-Sub) = LocCode
                   CONTINUE
               END-PERFORM
               IF WS-Loc-Sub > WS-Locs-Used
                   MOVE 3 TO WS-Rule-Sub
                   MOVE "LOCCODE" TO WS-Exc-Field
                   MOVE LocCode TO WS-Exc-Value
                   MOVE "LocCode not in LOC-MASTER.DAT"
                       TO WS-Exc-Text
                   PERFORM Write-Exception
               END-IF
           END-IF
      * I004 - every condition field, not just the first bad one.
           IF WS-RU-Checked(4) = "Y"
               MOVE "WEATHER" TO WS-Check-Field
               MOVE Weather TO WS-Check-Value
               PERFORM Check-One-Code-Field
               MOVE "RDSURFACE" TO WS-Check-Field
               MOVE RDSurface TO WS-Check-Value
               PERFORM Check-One-Code-Field
               MOVE "RDCOND" TO WS-Check-Field
               MOVE RDCond TO WS-Check-Value
               PERFORM Check-One-Code-Field
               MOVE "LIGHTCOND" TO WS-Check-Field
               MOVE LightCond TO WS-Check-Value
               PERFORM Check-One-Code-Field
               MOVE "RDCLASS" TO WS-Check-Field
               MOVE RdClass TO WS-Check-Value
               PERFORM Check-One-Code-Field
               MOVE "TRAFCONTROL" TO WS-Check-Field
               MOVE TrafControl TO WS-Check-Value
               PERFORM Check-One-Code-Field
           END-IF
      * I005 - the feed's agency must be a registered one.
           IF WS-RU-Checked(5) = "Y" AND SrcAgency NOT = SPACE
               PERFORM VARYING WS-AG-Sub FROM 1 BY 1
                       UNTIL WS-AG-Sub > WS-Agencies-Used
                       OR WS-AG-Code(WS-AG-Sub) = SrcAgency
                   CONTINUE
               END-PERFORM
               IF WS-AG-Sub > WS-Agencies-Used
                   MOVE 5 TO WS-Rule-Sub
                   MOVE "SRCAGENCY" TO WS-Exc-Field
                   MOVE SrcAgency TO WS-Exc-Value
                   MOVE "SrcAgency not in AGENCY-MASTER.DAT"
                       TO WS-Exc-Text
                   PERFORM Write-Exception
               END-IF
           END-IF
      * I006 - "D" says Coord-Backfill wrote the Lat2/Long2 pair.
           IF CoordSrc = "D"
               IF Lat2 = SPACE OR Long2 = SPACE
                   MOVE 6 TO WS-Rule-Sub
                   MOVE "COORDSRC" TO WS-Exc-Field
                   MOVE CoordSrc TO WS-Exc-Value
                   MOVE "CoordSrc D but Lat2/Long2 not populated"
                       TO WS-Exc-Text
                   PERFORM Write-Exception
               END-IF
           ELSE
               IF CoordSrc NOT = SPACE
                   MOVE 6 TO WS-Rule-Sub
                   MOVE "COORDSRC" TO WS-Exc-Field
                   MOVE CoordSrc TO WS-Exc-Value
                   MOVE "CoordSrc is neither blank nor D"
                       TO WS-Exc-Text
                   PERFORM Write-Exception
               END-IF
           END-IF
           IF Record-Is-Clean
               ADD 1 TO WS-Clean-Count
           END-IF.

      * Y or a digit 1-9 reads as yes; N, 0 or blank as no;
      * anything else cannot be squared with the Bool at all.
       Read-Flag-Sense.
           EVALUATE TRUE
               WHEN WS-Flag-Byte = "Y" OR "y"
                   SET Flag-Says-Yes TO TRUE
               WHEN WS-Flag-Byte >= "1" AND WS-Flag-Byte <= "9"
                   SET Flag-Says-Yes TO TRUE
               WHEN WS-Flag-Byte = "N" OR "n" OR "0" OR SPACE
                   SET Flag-Says-No TO TRUE
               WHEN OTHER
                   SET Flag-Unreadable TO TRUE
           END-EVALUATE.

      * A field with no active value list is not checked; a field
      * that has one must match an active entry - the loader's
      * own rule, applied to records long since loaded.
       Check-One-Code-Field.
           MOVE "N" TO WS-Value-Is-Valid
           PERFORM VARYING WS-CT-Sub FROM 1 BY 1
                   UNTIL WS-CT-Sub > WS-Entries-Used
                   OR (WS-CT-Field(WS-CT-Sub) = WS-Check-Field AND
                       WS-CT-Value(WS-CT-Sub) = WS-Check-Value AND
                       WS-CT-Status(WS-CT-Sub) = "A")
               CONTINUE
           END-PERFORM
           IF WS-CT-Sub NOT > WS-Entries-Used
               SET Value-Is-Valid TO TRUE
           ELSE
               PERFORM VARYING WS-CT-Sub FROM 1 BY 1
                       UNTIL WS-CT-Sub > WS-Entries-Used
                       OR (WS-CT-Field(WS-CT-Sub) = WS-Check-Field
                           AND WS-CT-Status(WS-CT-Sub) = "A")
                   CONTINUE
               END-PERFORM
               IF WS-CT-Sub > WS-Entries-Used
                   SET Value-Is-Valid TO TRUE
               END-IF
           END-IF
           IF NOT Value-Is-Valid
               MOVE 4 TO WS-Rule-Sub
               MOVE WS-Check-Field TO WS-Exc-Field
               MOVE WS-Check-Value TO WS-Exc-Value
               MOVE SPACE TO WS-Exc-Text
               STRING WS-Check-Field DELIMITED BY SPACE
                   " value not active in CODE-TABLES.DAT"
                   DELIMITED BY SIZE
                   INTO WS-Exc-Text
               PERFORM Write-Exception
           END-IF.

       Write-Exception.
           MOVE SPACE TO ExceptionRec
           MOVE CrashID TO IX-CrashID
           MOVE WS-RU-Code(WS-Rule-Sub) TO IX-Rule
           MOVE WS-RU-Severity(WS-Rule-Sub) TO IX-Severity
           MOVE WS-Exc-Field TO IX-Field
           MOVE WS-Exc-Value TO IX-Value
           MOVE WS-Exc-Text TO IX-Text
           WRITE ExceptionRec
           IF WS-Exc-Status NOT = "00"
               DISPLAY "Integrity-Sweep: *** WARNING *** unable to "
                   "write INTEGRITY-EXCEPTIONS.DAT, status "
                   WS-Exc-Status
           END-IF
           ADD 1 TO WS-RU-Count(WS-Rule-Sub)
           IF WS-RU-Severity(WS-Rule-Sub) = "S"
               ADD 1 TO WS-Severe-Count
           END-IF
           SET Record-Has-Exception TO TRUE.

      * CODE;NAME[;LAT;LONG] per line - only the code matters here.
       Load-Loc-Master.
           OPEN INPUT LocMasterFile
           IF WS-Loc-Status NOT = "00"
               MOVE "N" TO WS-RU-Checked(3)
               DISPLAY "Integrity-Sweep: no LOC-MASTER.DAT - rule "
                   "I003 not checked"
               GO TO Load-Loc-Master-Exit
           END-IF
           PERFORM UNTIL EndOfLocMaster
               READ LocMasterFile
                   AT END SET EndOfLocMaster TO TRUE
                   NOT AT END
                       IF LocMasterRec NOT = SPACE AND
                               LocMasterRec(1:1) NOT = "*"
                               AND WS-Locs-Used < 2000
                           MOVE SPACE TO WS-Loc-Code-Text
                           UNSTRING LocMasterRec DELIMITED BY ";"
                               INTO WS-Loc-Code-Text
                           ADD 1 TO WS-Locs-Used
                           MOVE WS-Loc-Code-Text
                               TO WS-LT-Code(WS-Locs-Used)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LocMasterFile.
       Load-Loc-Master-Exit.
           EXIT.

      * FIELD;VALUE;S per line, as Code-Table-Maint writes it.
       Load-Code-Tables.
           OPEN INPUT CodeTableFile
           IF WS-Table-Status NOT = "00"
               MOVE "N" TO WS-RU-Checked(4)
               DISPLAY "Integrity-Sweep: no CODE-TABLES.DAT - rule "
                   "I004 not checked"
               GO TO Load-Code-Tables-Exit
           END-IF
           PERFORM UNTIL EndOfTableFile
               READ CodeTableFile
                   AT END SET EndOfTableFile TO TRUE
                   NOT AT END
                       IF CodeTableRec NOT = SPACE AND
                               CodeTableRec(1:1) NOT = "*"
                               AND WS-Entries-Used < 600
                           MOVE SPACE TO WS-Table-Field-Name
                           MOVE SPACE TO WS-Table-Value-Text
                           MOVE SPACE TO WS-Table-Status-Text
                           UNSTRING CodeTableRec DELIMITED BY ";"
                               INTO WS-Table-Field-Name
                                   WS-Table-Value-Text
                                   WS-Table-Status-Text
                           ADD 1 TO WS-Entries-Used
                           MOVE WS-Table-Field-Name
                               TO WS-CT-Field(WS-Entries-Used)
                           MOVE WS-Table-Value-Text
                               TO WS-CT-Value(WS-Entries-Used)
                           IF WS-Table-Status-Text = "R"
                               MOVE "R"
                                   TO WS-CT-Status(WS-Entries-Used)
                           ELSE
                               MOVE "A"
                                   TO WS-CT-Status(WS-Entries-Used)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CodeTableFile.
       Load-Code-Tables-Exit.
           EXIT.

      * CODE;NAME;LOWID;HIGHID;FREQ;CONTACT - only the code here.
       Load-Agency-Master.
           OPEN INPUT AgencyFile
           IF WS-Agency-Status NOT = "00"
               MOVE "N" TO WS-RU-Checked(5)
               DISPLAY "Integrity-Sweep: no AGENCY-MASTER.DAT - rule "
                   "I005 not checked"
               GO TO Load-Agency-Master-Exit
           END-IF
           PERFORM UNTIL EndOfAgencyFile
               READ AgencyFile
                   AT END SET EndOfAgencyFile TO TRUE
                   NOT AT END
                       IF AgencyRec NOT = SPACE AND
                               AgencyRec(1:1) NOT = "*"
                               AND WS-Agencies-Used < 50
                           MOVE SPACE TO WS-AG-Code-Text
                           UNSTRING AgencyRec DELIMITED BY ";"
                               INTO WS-AG-Code-Text
                           ADD 1 TO WS-Agencies-Used
                           MOVE WS-AG-Code-Text
                               TO WS-AG-Code(WS-Agencies-Used)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AgencyFile.
       Load-Agency-Master-Exit.
           EXIT.

       Write-Sweep-Report.
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Integrity-Sweep: *** WARNING *** unable to "
                   "write INTEGRITY-SWEEP.RPT, status "
                   WS-Report-Status
               GO TO Write-Sweep-Report-Exit
           END-IF
           MOVE "CRASH-DATA INTEGRITY SWEEP" TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Heading-Line TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Rule-Sub FROM 1 BY 1
                   UNTIL WS-Rule-Sub > 6
               MOVE WS-RU-Code(WS-Rule-Sub) TO WS-D-Rule
               MOVE WS-RU-Severity(WS-Rule-Sub) TO WS-D-Severity
               MOVE WS-RU-Text(WS-Rule-Sub) TO WS-D-Text
               MOVE SPACE TO WS-D-Flag
               IF WS-RU-Checked(WS-Rule-Sub) = "Y"
                   MOVE WS-RU-Count(WS-Rule-Sub) TO WS-D-Count
                   IF WS-RU-Count(WS-Rule-Sub) > ZERO AND
                           WS-RU-Severity(WS-Rule-Sub) = "S"
                       MOVE "*** SEVERE" TO WS-D-Flag
                   END-IF
               ELSE
                   MOVE SPACE TO WS-D-Count-X
                   MOVE "NOT CHECKED" TO WS-D-Flag
               END-IF
               MOVE WS-Detail-Line TO ReportLine
               WRITE ReportLine
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "Records read" TO WS-CL-Label
           MOVE WS-Read-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Records with no violation" TO WS-CL-Label
           MOVE WS-Clean-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Severe violations" TO WS-CL-Label
           MOVE WS-Severe-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile.
       Write-Sweep-Report-Exit.
           EXIT.
