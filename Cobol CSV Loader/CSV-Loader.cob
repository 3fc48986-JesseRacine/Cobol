      * skip a town's entire feed. With no CSV-FILE card at all the
      * single default source crash-data.csv loads as it always
      * has.
      * Every source that adds crashes is given a run number, and
      * LOAD-MANIFEST.DAT records that run - source file, agency,
      * the checkpoint it started from, and every CrashID it wrote
      * - closed off with the stamp of the run's CSV-LOADER.LOG
      * line, so Load-Backout can take one bad run back out of the
      * master without a full reload.
      * AGENCY-MASTER.DAT (kept by Agency-Maint) holds the CrashID
      * range each agency was assigned. A row whose CrashID falls
      * outside the range of the agency its source was stamped
      * with is rejected under R008 - one town's IDs running into
      * another's would otherwise overwrite or collide in the
      * master. The agency code also rides on each source's
      * CSV-LOADER.LOG line, which Feed-Status reads to tell a town
      * that has gone quiet.
      * A fatal crash is followed up - site visit, records hold,
      * sometimes litigation - so every fatal crash loaded opens an
      * investigation case in CRASH-CASE.DAT (status OPEN, no
      * investigator yet, due WS-Case-Due-Days out) with a note
      * saying where it came from, for Case-Maint to work. A crash
      * that already has a case, as on a LOAD-MODE=F reload, is
      * left with the one it has.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-Loader.
       ENVIRONMENT DIVISION.
       SELECT QualityRptFile ASSIGN TO "DATA-QUALITY.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-QRpt-Status.
       SELECT ManifestFile ASSIGN TO "LOAD-MANIFEST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Man-Status.
       SELECT AgencyFile ASSIGN TO "AGENCY-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Agency-Status.
       SELECT CaseFile ASSIGN TO "CRASH-CASE.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Case-Status.
       DATA DIVISION.
       FILE SECTION.
       FD CSVCrashDataFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

      * The rejected row, its reason, and the agency whose feed it
      * came in on with the date it was loaded - what Reject-Return
      * sends the row back and ages the backlog by.
       FD CrashRejectFile.
       01 CrashRejectRec.
       02 RejCrashRawLine PIC X(1408).
       02 RejReasonCode PIC X(4).
       02 RejSep2 PIC X(1).
       02 RejReasonText PIC X(40).
       02 RejSep3 PIC X(1).
       02 RejAgency PIC X(3).
       02 RejSep4 PIC X(1).
       02 RejLoadDate PIC X(8).

      * One line per source: "filename lastCrashID". A bare
      * five-digit line is the old single-source format and is
       02 CkptLine PIC X(46).

       FD RunLogFile.
       01 RunLogRec PIC X(94).

       FD ControlCardFile.
       01 ControlCardRec PIC X(80).
       FD QualityRptFile.
       01 QualityRptLine PIC X(70).

      * One H line when a run first writes a crash (MF-CrashID
      * holding the checkpoint the source started from, zero for
      * none), one D line per CrashID written, and one T line when
      * the source finishes (MF-Stamp the CSV-LOADER.LOG line's
      * stamp, MF-Count the rows written). Load-Backout appends a B
      * line when it takes a run back out.
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

      * CODE;NAME;LOWID;HIGHID;FREQ;CONTACT per line, as Agency-Maint
      * writes it - only the code and the range matter here.
       FD AgencyFile.
       01 AgencyRec PIC X(100).
       88 EndOfAgencyFile VALUE HIGH-VALUES.

       FD CaseFile.
       01 CaseRec.
       88 EndOfCaseFile VALUE HIGH-VALUES.
           COPY "Crash-Case.cpy" REPLACING ==:PFX:== BY ==CS-==.

       WORKING-STORAGE SECTION.
       01 WS-CSV-Status PIC X(2).
       01 WS-Dat-Status PIC X(2).
           02 WS-Log-Skipped PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-Log-Completion PIC X(23) VALUE SPACE.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-Log-Agency PIC X(3) VALUE SPACE.
       01 WS-Field-Count PIC 9(4) COMP VALUE ZERO.
       01 WS-Delim-Count PIC 9(4) COMP VALUE ZERO.
       01 WS-Declared-Rcds PIC 9(5) VALUE ZERO.
       01 WS-Prior-Avg PIC 9(3).
       01 WS-Fill-Sub PIC 9(2) COMP.
       01 WS-Drop-Count PIC 9(2) COMP VALUE ZERO.
       01 WS-Man-Status PIC X(2).
       01 WS-Run-Number PIC 9(6) VALUE ZERO.
       01 WS-Run-Stamp PIC 9(16).
       01 WS-Run-Start-Ckpt PIC 9(5).
       01 WS-Manifest-State PIC X(1) VALUE "N".
           88 Manifest-Open VALUE "Y".
           88 Manifest-Closed VALUE "N".
           88 Manifest-Failed VALUE "F".
       01 WS-Agency-Status PIC X(2).
       01 WS-Agency-Table.
           02 WS-AG-Entry OCCURS 50 TIMES.
               03 WS-AG-Code PIC X(3).
               03 WS-AG-Low PIC 9(5).
               03 WS-AG-High PIC 9(5).
       01 WS-Agencies-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-AG-Sub PIC 9(2) COMP.
      * Which table entry holds the current source's range; zero
      * when the source carries no agency code the master knows.
       01 WS-Range-Sub PIC 9(2) COMP VALUE ZERO.
       01 WS-AG-Code-Text PIC X(3).
       01 WS-AG-Name-Text PIC X(30).
       01 WS-AG-Low-Text PIC X(5).
       01 WS-AG-High-Text PIC X(5).
      * A field whose fill rate falls this many points below its
      * prior-run average is flagged - the size of drop that has
      * meant the county broke their extract again.
       01 WS-Drop-Threshold PIC 9(3) VALUE 15.
       01 WS-Case-Status PIC X(2).
      * One byte per possible CrashID, "Y" where CRASH-CASE.DAT
      * already holds a case.
       01 WS-Case-Flags.
           02 WS-Case-Flag PIC X(1) OCCURS 99999 TIMES.
       01 WS-Case-State PIC X(1) VALUE "N".
           88 Case-File-Open VALUE "Y".
           88 Case-File-Closed VALUE "N".
           88 Case-File-Unusable VALUE "X".
      * How long the case of a crash just loaded has before its
      * first follow-up is due.
       01 WS-Case-Due-Days PIC 9(3) VALUE 30.
       01 WS-Case-Today PIC 9(8).
       01 WS-Case-Due PIC 9(8).
       01 WS-Cases-Opened PIC 9(7) VALUE ZERO.

       01 WS-Qual-Heading.
           02 FILLER PIC X(14) VALUE "FIELD".
      * tables do not know go to the reject file under R007 instead
      * of becoming their own category in the weather cross-tab.
           PERFORM Load-Code-Tables THRU Load-Code-Tables-Exit
      * The agencies' assigned CrashID ranges. No AGENCY-MASTER.DAT
      * means no range check, as before the registry existed.
           PERFORM Load-Agency-Master THRU Load-Agency-Master-Exit
      * Run numbers carry on from the last one the manifest holds.
           PERFORM Find-Last-Run-Number
               THRU Find-Last-Run-Number-Exit
      * The crashes that already have an investigation case.
           PERFORM Load-Case-Index THRU Load-Case-Index-Exit
      * A checkpoint from an earlier run - whether it stopped short
      * or finished clean - lets a rerun pick up past whatever was
      * already converted (an interrupted load resuming, or a daily
           END-PERFORM
           CLOSE CrashDataFile
           CLOSE CrashRejectFile
           IF Case-File-Open
               CLOSE CaseFile
               SET Case-File-Closed TO TRUE
           END-IF
           DISPLAY "CSV-Loader: run totals across " WS-Sources-Used
               " source(s)"
           DISPLAY "  Rows read     : " WS-Grand-Read
           DISPLAY "  Rows written  : " WS-Grand-Write
           DISPLAY "  Rows rejected : " WS-Grand-Reject
           DISPLAY "  Rows skipped  : " WS-Grand-Skip
           DISPLAY "  Cases opened  : " WS-Cases-Opened
      * The handoff to Sorter: the actual number of records now in
      * Crash-Data.dat, counted from the file itself (a delta load
      * only knows its own rows, and maintenance between cycles
                   " - converting rows newer than CrashID "
                   WS-Checkpoint-ID
           END-IF
      * Where this source stood before the run - what a backout of
      * the run winds the checkpoints back to.
           MOVE WS-Checkpoint-ID TO WS-Run-Start-Ckpt
           IF NOT Manifest-Failed
               SET Manifest-Closed TO TRUE
           END-IF
           PERFORM Find-Source-Range
           OPEN INPUT CSVCrashDataFile
           IF WS-CSV-Status NOT = "00"
               DISPLAY "CSV-Loader: unable to open "
           INSPECT RejCrashRawLine CONVERTING LOW-VALUE TO SPACE
           MOVE SPACE TO RejSep1
           MOVE SPACE TO RejSep2
           MOVE SPACE TO RejSep3
           MOVE WS-Current-Agency TO RejAgency
           MOVE SPACE TO RejSep4
           MOVE FUNCTION CURRENT-DATE(1:8) TO RejLoadDate
           SET Row-Is-Valid TO TRUE
           PERFORM Validate-Row THRU Validate-Row-Exit
           IF Row-Is-Valid
               IF WS-Dat-Status = "00"
                   ADD 1 TO WS-Write-Count
                   PERFORM Tally-Fill-Rates
                   PERFORM Write-Manifest-Detail
                       THRU Write-Manifest-Detail-Exit
                   IF FatalityBool = 1
                       PERFORM Open-Fatal-Case
                           THRU Open-Fatal-Case-Exit
                   END-IF
                   MOVE CrashID TO WS-Checkpoint-ID
                   MOVE WS-Checkpoint-ID
                       TO WS-SRC-Ckpt(WS-Source-Sub)
               MOVE "COMPLETED" TO WS-Log-Completion
           END-IF
           PERFORM Write-Run-Log
           IF Manifest-Open
               PERFORM Close-Manifest-Run
           END-IF
           ADD WS-Read-Count TO WS-Grand-Read
           ADD WS-Write-Count TO WS-Grand-Write
           ADD WS-Reject-Count TO WS-Grand-Reject
       Load-One-Source-Exit.
           EXIT.

      * The highest run number LOAD-MANIFEST.DAT already holds; no
      * manifest yet means this run starts the numbering at 1.
       Find-Last-Run-Number.
           OPEN INPUT ManifestFile
           IF WS-Man-Status NOT = "00"
               GO TO Find-Last-Run-Number-Exit
           END-IF
           PERFORM UNTIL EndOfManifestFile
               READ ManifestFile
                   AT END SET EndOfManifestFile TO TRUE
                   NOT AT END
                       IF MF-Run IS NUMERIC AND
                               MF-Run > WS-Run-Number
                           MOVE MF-Run TO WS-Run-Number
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ManifestFile.
       Find-Last-Run-Number-Exit.
           EXIT.

      * Records one written CrashID under this source's run. The
      * first crash a source writes opens its run - a source that
      * adds nothing is given no run number and nothing to back
      * out. A manifest that cannot be written does not stop the
      * load, but the run can then only be undone by a reload, and
      * the return code says so. The open is tried once a run; after
      * a failure the rest of the run goes unrecorded.
       Write-Manifest-Detail.
           IF Manifest-Failed
               GO TO Write-Manifest-Detail-Exit
           END-IF
           IF NOT Manifest-Open
               OPEN EXTEND ManifestFile
               IF WS-Man-Status = "35"
                   OPEN OUTPUT ManifestFile
               END-IF
               IF WS-Man-Status NOT = "00"
                   DISPLAY "CSV-Loader: *** WARNING *** unable to "
                       "write LOAD-MANIFEST.DAT, status "
                       WS-Man-Status " - this run cannot be backed out"
                   MOVE 8 TO RETURN-CODE
                   SET Manifest-Failed TO TRUE
                   GO TO Write-Manifest-Detail-Exit
               END-IF
               SET Manifest-Open TO TRUE
               ADD 1 TO WS-Run-Number
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-Run-Stamp
               MOVE SPACE TO ManifestRec
               MOVE "H" TO MF-Type
               MOVE WS-Run-Number TO MF-Run
               MOVE WS-Run-Stamp TO MF-Stamp
               MOVE WS-Run-Start-Ckpt TO MF-CrashID
               MOVE WS-Current-Agency TO MF-Agency
               MOVE ZERO TO MF-Count
               MOVE WS-CSV-File-Name TO MF-Source
               WRITE ManifestRec
               IF WS-Man-Status NOT = "00"
                   DISPLAY "CSV-Loader: *** WARNING *** unable to "
                       "write LOAD-MANIFEST.DAT, status "
                       WS-Man-Status " - this run cannot be backed out"
                   MOVE 8 TO RETURN-CODE
                   CLOSE ManifestFile
                   SET Manifest-Failed TO TRUE
                   GO TO Write-Manifest-Detail-Exit
               END-IF
               DISPLAY "CSV-Loader: " WS-CSV-File-Name
                   " is load run " WS-Run-Number
           END-IF
           MOVE SPACE TO ManifestRec
           MOVE "D" TO MF-Type
           MOVE WS-Run-Number TO MF-Run
           MOVE WS-Run-Stamp TO MF-Stamp
           MOVE CrashID TO MF-CrashID
           MOVE WS-Current-Agency TO MF-Agency
           MOVE ZERO TO MF-Count
           MOVE WS-CSV-File-Name TO MF-Source
           WRITE ManifestRec
           IF WS-Man-Status NOT = "00"
               DISPLAY "CSV-Loader: *** WARNING *** unable to "
                   "record CrashID " CrashID " in LOAD-MANIFEST.DAT, "
                   "status " WS-Man-Status
               MOVE 8 TO RETURN-CODE
           END-IF.
       Write-Manifest-Detail-Exit.
           EXIT.

      * Flags every CrashID CRASH-CASE.DAT already has a case for.
      * No case file yet is simply no cases; one that cannot be
      * read means no case is opened this run rather than a second
      * case for a crash that has one.
       Load-Case-Index.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Case-Today
           COMPUTE WS-Case-Due = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Case-Today)
               + WS-Case-Due-Days)
           MOVE ALL "N" TO WS-Case-Flags
           OPEN INPUT CaseFile
           IF WS-Case-Status = "35"
               GO TO Load-Case-Index-Exit
           END-IF
           IF WS-Case-Status NOT = "00"
               DISPLAY "CSV-Loader: *** WARNING *** unable to read "
                   "CRASH-CASE.DAT, status " WS-Case-Status
                   " - no case is opened for a fatal crash this run"
               SET Case-File-Unusable TO TRUE
               MOVE 4 TO RETURN-CODE
               GO TO Load-Case-Index-Exit
           END-IF
           PERFORM UNTIL EndOfCaseFile
               READ CaseFile
                   AT END SET EndOfCaseFile TO TRUE
                   NOT AT END
                       IF CS-Case-Line AND CS-CrashID IS NUMERIC
                               AND CS-CrashID > ZERO
                           MOVE "Y" TO WS-Case-Flag(CS-CrashID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CaseFile.
       Load-Case-Index-Exit.
           EXIT.

      * Opens the case for the fatal crash just written: a C line,
      * OPEN and unassigned, and the note saying which feed brought
      * it in. The case file is opened on the first case and held
      * for the rest of the run. A case file that cannot be written
      * does not stop the load, but the return code says so.
       Open-Fatal-Case.
           IF Case-File-Unusable OR CrashID = ZERO
               GO TO Open-Fatal-Case-Exit
           END-IF
           IF WS-Case-Flag(CrashID) = "Y"
               GO TO Open-Fatal-Case-Exit
           END-IF
           IF NOT Case-File-Open
               OPEN EXTEND CaseFile
               IF WS-Case-Status = "35"
                   OPEN OUTPUT CaseFile
               END-IF
               IF WS-Case-Status NOT = "00"
                   DISPLAY "CSV-Loader: *** WARNING *** unable to "
                       "write CRASH-CASE.DAT, status "
                       WS-Case-Status " - open the fatal crashes' "
                       "cases through Case-Maint"
                   SET Case-File-Unusable TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO Open-Fatal-Case-Exit
               END-IF
               SET Case-File-Open TO TRUE
           END-IF
           MOVE SPACE TO CaseRec
           MOVE "C" TO CS-Type
           MOVE CrashID TO CS-CrashID
           MOVE "OPEN" TO CS-Status
           MOVE WS-Case-Due TO CS-Due
           MOVE WS-Case-Today TO CS-Opened
           MOVE WS-Case-Today TO CS-Changed
           WRITE CaseRec
           IF WS-Case-Status NOT = "00"
               PERFORM Case-Write-Failed
               GO TO Open-Fatal-Case-Exit
           END-IF
           MOVE SPACE TO CaseRec
           MOVE "N" TO CS-Type
           MOVE CrashID TO CS-CrashID
           MOVE WS-Case-Today TO CS-Note-Date
           MOVE "LOADER" TO CS-Note-Oper
           STRING "FATAL CRASH LOADED FROM " DELIMITED BY SIZE
               WS-CSV-File-Name DELIMITED BY SPACE
               " - CASE OPENED" DELIMITED BY SIZE
               INTO CS-Note-Text
           WRITE CaseRec
           MOVE "Y" TO WS-Case-Flag(CrashID)
           ADD 1 TO WS-Cases-Opened
           IF WS-Case-Status NOT = "00"
               PERFORM Case-Write-Failed
           END-IF.
       Open-Fatal-Case-Exit.
           EXIT.

      * A case file that takes one write and refuses the next is
      * closed and left alone for the rest of the run, as one that
      * would not open is.
       Case-Write-Failed.
           DISPLAY "CSV-Loader: *** WARNING *** unable to write "
               "CRASH-CASE.DAT for CrashID " CrashID ", status "
               WS-Case-Status " - open the remaining fatal crashes' "
               "cases through Case-Maint"
           CLOSE CaseFile
           SET Case-File-Unusable TO TRUE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Closes the source's run with the stamp of the CSV-LOADER.LOG
      * line just written - the line a backout reconciles to.
       Close-Manifest-Run.
           MOVE SPACE TO ManifestRec
           MOVE "T" TO MF-Type
           MOVE WS-Run-Number TO MF-Run
           MOVE WS-Log-Timestamp TO MF-Stamp
           MOVE ZERO TO MF-CrashID
           MOVE WS-Current-Agency TO MF-Agency
           MOVE WS-Write-Count TO MF-Count
           MOVE WS-CSV-File-Name TO MF-Source
           WRITE ManifestRec
           IF WS-Man-Status NOT = "00"
               DISPLAY "CSV-Loader: *** WARNING *** unable to "
                   "close run " WS-Run-Number " in LOAD-MANIFEST.DAT, "
                   "status " WS-Man-Status
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ManifestFile
           SET Manifest-Closed TO TRUE.

      * Loads the per-source checkpoint lines. A checkpoint file
      * that exists at all marks the run as resuming; sources
      * without a line of their own simply load from the top.
           MOVE WS-Write-Count TO WS-Log-Written
           MOVE WS-Reject-Count TO WS-Log-Rejected
           MOVE WS-Skip-Count TO WS-Log-Skipped
           MOVE WS-Current-Agency TO WS-Log-Agency
           OPEN EXTEND RunLogFile
           IF WS-Log-Status = "35"
               OPEN OUTPUT RunLogFile
           IF Row-Is-Valid AND WS-Entries-Used > ZERO
               PERFORM Validate-Code-Fields
                   THRU Validate-Code-Fields-Exit
           END-IF
           IF Row-Is-Valid AND WS-Range-Sub > ZERO
               IF CrashID < WS-AG-Low(WS-Range-Sub) OR
                       CrashID > WS-AG-High(WS-Range-Sub)
                   SET Row-Is-Invalid TO TRUE
                   MOVE "R008" TO RejReasonCode
                   MOVE SPACE TO RejReasonText
                   STRING "CrashID outside range for agency "
                       WS-Current-Agency DELIMITED BY SIZE
                       INTO RejReasonText
               END-IF
           END-IF.
       Validate-Row-Exit.
           EXIT.
                   DELIMITED BY SIZE
                   INTO RejReasonText
           END-IF.

      * Loads AGENCY-MASTER.DAT into the range table. An entry whose
      * range is not two five-digit IDs (low not above high) is
      * reported and left out - a broken line must not reject a
      * town's whole feed.
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
                           MOVE SPACE TO WS-AG-Code-Text
                           MOVE SPACE TO WS-AG-Name-Text
                           MOVE SPACE TO WS-AG-Low-Text
                           MOVE SPACE TO WS-AG-High-Text
                           UNSTRING AgencyRec DELIMITED BY ";"
                               INTO WS-AG-Code-Text
                                   WS-AG-Name-Text
                                   WS-AG-Low-Text
                                   WS-AG-High-Text
                           IF WS-AG-Low-Text IS NUMERIC AND
                                   WS-AG-High-Text IS NUMERIC AND
                                   WS-AG-Low-Text
                                   NOT > WS-AG-High-Text
                               ADD 1 TO WS-Agencies-Used
                               MOVE WS-AG-Code-Text
                                   TO WS-AG-Code(WS-Agencies-Used)
                               MOVE WS-AG-Low-Text
                                   TO WS-AG-Low(WS-Agencies-Used)
                               MOVE WS-AG-High-Text
                                   TO WS-AG-High(WS-Agencies-Used)
                           ELSE
                               DISPLAY "CSV-Loader: *** WARNING *** "
                                   "agency " WS-AG-Code-Text
                                   " has no usable CrashID range in "
                                   "AGENCY-MASTER.DAT - not checked"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AgencyFile
           DISPLAY "CSV-Loader: checking CrashIDs against "
               WS-Agencies-Used " agency range(s)".
       Load-Agency-Master-Exit.
           EXIT.

      * Points WS-Range-Sub at the current source's agency entry. A
      * source stamped with a code the registry does not hold loads
      * unchecked, with a warning - the range cannot be guessed.
       Find-Source-Range.
           MOVE ZERO TO WS-Range-Sub
           IF WS-Agencies-Used = ZERO
               CONTINUE
           ELSE
               PERFORM VARYING WS-AG-Sub FROM 1 BY 1
                       UNTIL WS-AG-Sub > WS-Agencies-Used
                       OR WS-AG-Code(WS-AG-Sub) = WS-Current-Agency
                   CONTINUE
               END-PERFORM
               IF WS-AG-Sub NOT > WS-Agencies-Used
                   MOVE WS-AG-Sub TO WS-Range-Sub
               ELSE
                   DISPLAY "CSV-Loader: *** WARNING *** agency '"
                       WS-Current-Agency "' of " WS-CSV-File-Name
                       " is not in AGENCY-MASTER.DAT - CrashID "
                       "range not checked"
               END-IF
           END-IF.
