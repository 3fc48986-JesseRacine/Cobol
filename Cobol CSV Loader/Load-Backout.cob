      * Takes one CSV-Loader run back out of Crash-Data.dat, for the
      * county extract that was broken and loaded before anybody
      * caught it - without a LOAD-MODE=F reload (which loses the
      * Crash-Maint work) or a Crash-Recover from a generation.
      * Pass the run number as the command-line argument, with a
      * supervisor's ID after it when the run reaches into a period
      * already closed to the state:
      *   nnnnnn          back out load run nnnnnn
      *   nnnnnn SUPV     the same, SUPV overriding closed periods
      *                   (SUPV keys their password at the console)
      * The run's crashes come from LOAD-MANIFEST.DAT, which
      * CSV-Loader writes as it loads. Before anything is touched
      * every one of them is checked, and the backout stops with
      * the list - nothing removed - when any crash
      *   - has been changed since the load (an UPDATE or ADD for
      *     it in CRASH-AUDIT.DAT stamped after the load): a
      *     clerk's work is never deleted silently;
      *   - now carries another agency's SrcAgency, so the CrashID
      *     no longer belongs to this feed;
      *   - falls in a CLOSED-PERIODS.DAT period and no supervisor
      *     from OPERATOR-MASTER.DAT was named to override it.
      * It also refuses a run already backed out, and a run with a
      * later run of the same source still standing - runs come
      * out newest first, or the checkpoint wind-back would leave
      * the later run's rows to reload as duplicates.
      * Each crash removed writes a DELETE audit pair (an OVERRD
      * record first, where a closed period was overridden) to
      * CRASH-AUDIT.DAT. The source's CSV-LOADER.CKP mark is wound
      * back to where the run started, and its CRASH-TOTALS.CKP
      * mark with it; crashes Totals-Update had already counted are
      * taken back out of CRASH-TOTALS.DAT, so the corrected file
      * reloads as a normal delta and is counted once. LOAD-BACKOUT
      * .RPT lists the crashes removed and reconciles the run to its
      * CSV-LOADER.LOG line.
      * Like Crash-Archive it refuses to run while Batch-Driver has
      * a cycle in flight, and holds MAINT-INTERLOCK.DAT while it
      * works.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Load-Backout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CrashDataFile ASSIGN TO "Crash-Data.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CrashID
       ALTERNATE RECORD KEY IS TYear WITH DUPLICATES
       ALTERNATE RECORD KEY IS Zone WITH DUPLICATES
       ALTERNATE RECORD KEY IS LocCode WITH DUPLICATES
       FILE STATUS IS WS-Dat-Status.
       SELECT ManifestFile ASSIGN TO "LOAD-MANIFEST.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Man-Status.
       SELECT AuditFile ASSIGN TO "CRASH-AUDIT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Audit-Status.
       SELECT RunLogFile ASSIGN TO "CSV-LOADER.LOG"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Log-Status.
       SELECT LoaderCkptFile ASSIGN TO "CSV-LOADER.CKP"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LCkpt-Status.
       SELECT TotalsCkptFile ASSIGN TO "CRASH-TOTALS.CKP"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TCkpt-Status.
       SELECT TotalsFile ASSIGN TO "CRASH-TOTALS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Totals-Status.
       SELECT ClosedPeriodFile ASSIGN TO "CLOSED-PERIODS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Closed-Status.
       SELECT OperatorFile ASSIGN TO "OPERATOR-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Oper-Status.
       SELECT SignonLogFile ASSIGN TO "SIGNON-LOG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Signon-Status.
       SELECT BatchLockFile ASSIGN TO "BATCH-INTERLOCK.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BLock-Status.
       SELECT MaintLockFile ASSIGN TO "MAINT-INTERLOCK.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MLock-Status.
       SELECT ReportFile ASSIGN TO "LOAD-BACKOUT.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CrashDataFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

      * The layout CSV-Loader writes: H run header (MF-CrashID the
      * checkpoint the source started from), D per CrashID, T run
      * trailer (MF-Stamp the CSV-LOADER.LOG stamp), and the B line
      * this program appends when the run comes back out.
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

       FD AuditFile.
       01 AuditRec.
       88 EndOfAuditFile VALUE HIGH-VALUES.
       02 AudTimestamp PIC 9(16).
       02 FILLER PIC X(1).
       02 AudOperator PIC X(8).
       02 FILLER PIC X(1).
       02 AudAction PIC X(6).
       02 FILLER PIC X(1).
       02 AudCrashID PIC X(5).
       02 FILLER PIC X(1).
       02 AudImageType PIC X(1).
       02 FILLER PIC X(1).
       02 AudImage PIC X(1408).
       02 FILLER PIC X(1).
       02 AudSeq PIC 9(9).
       02 FILLER PIC X(1).
       02 AudCheck PIC 9(10).

       FD RunLogFile.
       01 RunLogRec.
       88 EndOfRunLog VALUE HIGH-VALUES.
       02 RL-Timestamp PIC 9(16).
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

       FD LoaderCkptFile.
       01 LoaderCkptRec.
       88 EndOfLoaderCkpt VALUE HIGH-VALUES.
       02 LCkptLine PIC X(46).

       FD TotalsCkptFile.
       01 TotalsCkptRec.
       88 EndOfTotalsCkpt VALUE HIGH-VALUES.
       02 TCkptLine PIC X(46).

       FD TotalsFile.
       01 TotalsRec.
       88 EndOfTotalsFile VALUE HIGH-VALUES.
       02 TR-Type PIC X(1).
       02 FILLER PIC X(1).
       02 TR-Key PIC X(6).
       02 FILLER PIC X(1).
       02 TR-Count PIC 9(7).
       02 FILLER PIC X(1).
       02 TR-Fatal PIC 9(7).
       02 FILLER PIC X(1).
       02 TR-Inj PIC 9(7).

       FD ClosedPeriodFile.
       01 ClosedPeriodRec PIC X(30).
       88 EndOfClosedFile VALUE HIGH-VALUES.

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       FD BatchLockFile.
       01 BatchLockRec PIC X(40).

       FD MaintLockFile.
       01 MaintLockRec PIC X(40).

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Dat-Status PIC X(2).
       01 WS-Man-Status PIC X(2).
       01 WS-Audit-Status PIC X(2).
       01 WS-Chain-Seq PIC 9(9) VALUE ZERO.
       01 WS-Chain-Check PIC 9(10) VALUE ZERO.
       01 WS-Chain-Work PIC 9(12) COMP.
       01 WS-Chain-Quotient PIC 9(4) COMP.
       01 WS-Chain-Pos PIC 9(4) COMP.
       01 WS-Chain-EOF PIC X(1) VALUE "N".
           88 Chain-End-Found VALUE "Y".
       01 WS-Log-Status PIC X(2).
       01 WS-LCkpt-Status PIC X(2).
       01 WS-TCkpt-Status PIC X(2).
       01 WS-Totals-Status PIC X(2).
       01 WS-Closed-Status PIC X(2).
       01 WS-Oper-Status PIC X(2).
       01 WS-BLock-Status PIC X(2).
       01 WS-MLock-Status PIC X(2).
       01 WS-Lock-State PIC X(1) VALUE "N".
           88 Maint-Lock-Refused VALUE "Y".
       01 WS-Report-Status PIC X(2).
       01 WS-Run-Arg PIC X(40) VALUE SPACE.
       01 WS-Run-Text PIC X(10).
       01 WS-Supervisor PIC X(8) VALUE SPACE.
       01 WS-Run-Digits PIC 9(2) COMP.
       01 WS-Run-Number PIC 9(6) VALUE ZERO.
       01 WS-Operator PIC X(8) VALUE "BACKOUT".

      * What the manifest says about the run.
       01 WS-Run-Found PIC X(1) VALUE "N".
           88 Run-Found VALUE "Y".
       01 WS-Run-Backed-Out PIC X(1) VALUE "N".
           88 Run-Already-Backed-Out VALUE "Y".
       01 WS-Run-Closed PIC X(1) VALUE "N".
           88 Run-Has-Trailer VALUE "Y".
       01 WS-Run-Source PIC X(40) VALUE SPACE.
       01 WS-Run-Agency PIC X(3) VALUE SPACE.
       01 WS-Run-Stamp PIC 9(16) VALUE ZERO.
       01 WS-Carry-From PIC X(8).
       01 WS-Run-Start-Ckpt PIC 9(5) VALUE ZERO.
       01 WS-Run-Log-Stamp PIC 9(16) VALUE ZERO.
       01 WS-Run-Log-Count PIC 9(7) VALUE ZERO.

      * Later runs of the same source, and whether each has itself
      * been backed out already.
       01 WS-Later-Table.
           02 WS-LR-Entry OCCURS 200 TIMES.
               03 WS-LR-Run PIC 9(6).
               03 WS-LR-Out PIC X(1).
       01 WS-Later-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Later-Sub PIC 9(3) COMP.
       01 WS-Later-Standing PIC 9(3) COMP VALUE ZERO.

      * The run's crashes and what became of each.
      *   WS-MC-State  space = still to check, R = removed,
      *                G = already gone from the master,
      *                E = edited since the load, A = other agency,
      *                P = closed period without an override,
      *                F = DELETE failed, or its OVERRD could
      *                    not be written
       01 WS-Crash-Table.
           02 WS-MC-Entry OCCURS 9999 TIMES.
               03 WS-MC-ID PIC 9(5).
               03 WS-MC-State PIC X(1).
               03 WS-MC-Closed PIC X(1).
               03 WS-MC-Note PIC X(40).
       01 WS-Crashes-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Crash-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-MC-Sub PIC 9(4) COMP.

       01 WS-Removed-Count PIC 9(7) VALUE ZERO.
       01 WS-Gone-Count PIC 9(7) VALUE ZERO.
       01 WS-Blocked-Count PIC 9(7) VALUE ZERO.
       01 WS-Failed-Count PIC 9(7) VALUE ZERO.
       01 WS-Uncounted-Count PIC 9(7) VALUE ZERO.
       01 WS-Removed-Fatal PIC 9(7) VALUE ZERO.
       01 WS-Removed-Inj PIC 9(7) VALUE ZERO.
       01 WS-Before-Image PIC X(1408).
       01 WS-Audit-Action PIC X(6).

      * Closed periods and the operator master, for the override.
       01 WS-Closed-Table.
           02 WS-CP-Period OCCURS 120 TIMES PIC 9(6).
       01 WS-Closed-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Closed-Sub PIC 9(3) COMP.
       01 WS-Check-Period PIC 9(6).
       01 WS-Period-State PIC X(1).
           88 Period-Is-Closed VALUE "Y".
       01 WS-Override-Written PIC X(1).
           88 Override-Recorded VALUE "Y".
       01 WS-Oper-Table.
           02 WS-OM-Entry OCCURS 100 TIMES.
               03 WS-OM-ID PIC X(8).
               03 WS-OM-Name PIC X(30).
               03 WS-OM-Level PIC 9(1).
               03 WS-OM-Sup PIC X(1).
               03 WS-OM-Hash PIC X(10).
               03 WS-OM-Expiry PIC X(8).
               03 WS-OM-State PIC X(1).
               03 WS-OM-Fails PIC 9(1).
       01 WS-Opers-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Oper-Sub PIC 9(3) COMP.
       01 WS-Oper-Field PIC X(8).
       01 WS-Oper-Name-Text PIC X(30).
       01 WS-Oper-Level-Text PIC X(1).
       01 WS-Oper-Sup-Text PIC X(1).
       01 WS-Oper-Hash-Text PIC X(10).
       01 WS-Oper-Expiry-Text PIC X(8).
       01 WS-Oper-State-Text PIC X(1).
       01 WS-Oper-Fails-Text PIC X(1).
       01 WS-Signon-Status PIC X(2).
       01 WS-Pwd-Keyed PIC X(16).
       01 WS-Pwd-New PIC X(16).
       01 WS-Pwd-Again PIC X(16).
       01 WS-Pwd-Source.
           02 WS-PS-ID PIC X(8).
           02 WS-PS-Password PIC X(16).
       01 WS-Pwd-Hash PIC 9(10).
       01 WS-Pwd-Work PIC 9(12) COMP.
       01 WS-Pwd-Quotient PIC 9(4) COMP.
       01 WS-Pwd-Round PIC 9(4) COMP.
       01 WS-Pwd-Pos PIC 9(4) COMP.
       01 WS-Pwd-Length PIC 9(2) COMP.
       01 WS-Pwd-Days PIC 9(3) VALUE 90.
       01 WS-Pwd-Today PIC 9(8).
       01 WS-Pwd-Expiry PIC 9(8).
       01 WS-Pwd-State PIC X(1).
           88 Password-Accepted VALUE "Y".
       01 WS-OMR-Table.
           02 WS-OMR-Line OCCURS 300 TIMES PIC X(80).
       01 WS-OMR-Used PIC 9(3) COMP.
       01 WS-OMR-Sub PIC 9(3) COMP.
       01 WS-OMR-ID PIC X(8).
       01 WS-OMR-Found PIC X(1).
           88 OMR-Line-Found VALUE "Y".
       01 WS-OMR-Overflow PIC X(1).
           88 OMR-Table-Full VALUE "Y".
       01 WS-Oper-Line PIC X(80).
       01 WS-Signon-ID PIC X(8).
       01 WS-Signon-Event PIC X(8).
       01 WS-Signon-Detail PIC X(40).
       01 WS-Signon-Line.
           02 WS-SG-Stamp PIC X(14).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Program PIC X(20) VALUE "Load-Backout".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Master-State PIC X(1) VALUE "N".
           88 Operator-Master-Present VALUE "Y".
       01 WS-Override-State PIC X(1) VALUE "N".
           88 Override-Granted VALUE "Y".

      * The checkpoint files, held while the source's line is wound
      * back and the rest are written out untouched.
       01 WS-Ckpt-Table.
           02 WS-CK-Entry OCCURS 20 TIMES.
               03 WS-CK-File PIC X(40).
               03 WS-CK-ID PIC 9(5).
       01 WS-Ckpts-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-Ckpt-Sub PIC 9(2) COMP.
       01 WS-Ckpt-Token-1 PIC X(40).
       01 WS-Ckpt-Token-2 PIC X(6).
       01 WS-Loader-Mark-Old PIC 9(5) VALUE ZERO.
       01 WS-Loader-Mark-New PIC 9(5) VALUE ZERO.
       01 WS-Totals-Mark-Old PIC 9(5) VALUE ZERO.
       01 WS-Totals-Mark-New PIC 9(5) VALUE ZERO.
       01 WS-Totals-Mark-State PIC X(1) VALUE "N".
           88 Totals-Mark-Present VALUE "Y".

      * Crashes Totals-Update had already counted, by month, zone
      * and tract, to come back out of CRASH-TOTALS.DAT.
       01 WS-Month-Key PIC 9(6).
       01 WS-Dec-Table.
           02 WS-DT-Entry OCCURS 600 TIMES.
               03 WS-DT-Type PIC X(1).
               03 WS-DT-Key PIC X(6).
               03 WS-DT-Count PIC 9(7) COMP.
               03 WS-DT-Fatal PIC 9(7) COMP.
               03 WS-DT-Inj PIC 9(7) COMP.
       01 WS-Dec-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Dec-Sub PIC 9(3) COMP.
       01 WS-Dec-Type PIC X(1).
       01 WS-Dec-Key PIC X(6).
       01 WS-Totals-Table.
           02 WS-TT-Line OCCURS 800 TIMES PIC X(32).
       01 WS-Totals-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Totals-Sub PIC 9(3) COMP.
       01 WS-Totals-Overflow PIC 9(5) COMP VALUE ZERO.
       01 WS-Totals-Short PIC 9(5) COMP VALUE ZERO.

       01 WS-BLock-Holder PIC X(40).
       01 WS-Maint-Lock-Line.
           02 FILLER PIC X(6) VALUE "MAINT ".
           02 WS-ML-Holder PIC X(8) VALUE "BACKOUT".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-ML-Stamp PIC 9(14).

       01 WS-Log-Found PIC X(1) VALUE "N".
           88 Log-Line-Found VALUE "Y".
       01 WS-Log-Line PIC X(94) VALUE SPACE.
       01 WS-Log-Written PIC 9(7) VALUE ZERO.
       01 WS-Balanced PIC X(1) VALUE "Y".
           88 Backout-Balanced VALUE "Y".

       01 WS-Report-Header.
           02 FILLER PIC X(26) VALUE "LOAD BACKOUT - RUN".
           02 WS-RH-Run PIC 9(6).
           02 FILLER PIC X(8) VALUE "  SOURCE".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-RH-Source PIC X(40).
       01 WS-Report-Sub-Header.
           02 FILLER PIC X(8) VALUE "AGENCY".
           02 WS-RS-Agency PIC X(3).
           02 FILLER PIC X(15) VALUE "    LOADED AT".
           02 WS-RS-Stamp PIC 9(16).
           02 FILLER PIC X(16) VALUE "   STARTED FROM".
           02 WS-RS-Ckpt PIC 9(5).
       01 WS-Detail-Heading.
           02 FILLER PIC X(9) VALUE "CRASHID".
           02 FILLER PIC X(12) VALUE "DATE".
           02 FILLER PIC X(10) VALUE "LOC CODE".
           02 FILLER PIC X(4) VALUE "F I".
           02 FILLER PIC X(40) VALUE "RESULT".
       01 WS-Detail-Line.
           02 WS-DL-ID PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-DL-Date PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-DL-Code PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-DL-Fatal PIC 9(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Inj PIC 9(1).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-DL-Note PIC X(40).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(44).
           02 WS-CL-Count PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CL-Flag PIC X(30).
       01 WS-Mark-Line.
           02 WS-MK-Label PIC X(20).
           02 FILLER PIC X(6) VALUE " FROM ".
           02 WS-MK-Old PIC 9(5).
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-MK-New PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-MK-Note PIC X(40).

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-Run-Arg FROM COMMAND-LINE
           MOVE SPACE TO WS-Run-Text
           UNSTRING WS-Run-Arg DELIMITED BY ALL " "
               INTO WS-Run-Text WS-Supervisor
           PERFORM Parse-Run-Number THRU Parse-Run-Number-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
      * Deleting from the master is exactly what the cycle must not
      * see half-done - the same interlock Crash-Archive honors.
           PERFORM Check-Batch-Interlock
               THRU Check-Batch-Interlock-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Load-Run-Manifest THRU Load-Run-Manifest-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Load-Closed-Periods THRU Load-Closed-Periods-Exit
           IF WS-Supervisor NOT = SPACE
               PERFORM Validate-Supervisor
                   THRU Validate-Supervisor-Exit
               IF RETURN-CODE NOT = 0
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Load-Backout: unable to open "
                   "LOAD-BACKOUT.RPT, status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-Report-Header
           OPEN I-O CrashDataFile
           IF WS-Dat-Status NOT = "00"
               DISPLAY "Load-Backout: unable to open Crash-Data.dat, "
                   "status " WS-Dat-Status
               CLOSE ReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Set-Maint-Interlock THRU Set-Maint-Interlock-Exit
           IF Maint-Lock-Refused
               CLOSE CrashDataFile
               CLOSE ReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      * Nothing is removed until every crash in the run has been
      * checked - a backout either goes through whole or not at all.
           PERFORM Scan-Audit-For-Edits THRU Scan-Audit-For-Edits-Exit
           IF RETURN-CODE NOT = 0
               CLOSE CrashDataFile
               CLOSE ReportFile
               PERFORM Clear-Maint-Interlock
               GOBACK
           END-IF
           PERFORM VARYING WS-MC-Sub FROM 1 BY 1
                   UNTIL WS-MC-Sub > WS-Crashes-Used
               PERFORM Check-One-Crash THRU Check-One-Crash-Exit
           END-PERFORM
           IF WS-Blocked-Count > ZERO
               PERFORM Report-Blocked-Crashes
               CLOSE CrashDataFile
               CLOSE ReportFile
               PERFORM Clear-Maint-Interlock
               DISPLAY "Load-Backout: " WS-Blocked-Count " crash(es) "
                   "in run " WS-Run-Number " cannot be taken out - "
                   "see LOAD-BACKOUT.RPT; nothing was removed"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Find-Audit-Chain-End
               THRU Find-Audit-Chain-End-Exit
           OPEN EXTEND AuditFile
           IF WS-Audit-Status = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Load-Backout: unable to open CRASH-AUDIT.DAT, "
                   "status " WS-Audit-Status " - nothing was removed"
               CLOSE CrashDataFile
               CLOSE ReportFile
               PERFORM Clear-Maint-Interlock
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-Totals-Checkpoint
               THRU Load-Totals-Checkpoint-Exit
           MOVE WS-Detail-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-MC-Sub FROM 1 BY 1
                   UNTIL WS-MC-Sub > WS-Crashes-Used
               PERFORM Remove-One-Crash THRU Remove-One-Crash-Exit
           END-PERFORM
           CLOSE AuditFile
           CLOSE CrashDataFile
           PERFORM Wind-Back-Loader-Checkpoint
               THRU Wind-Back-Loader-Checkpoint-Exit
           PERFORM Wind-Back-Totals THRU Wind-Back-Totals-Exit
           PERFORM Mark-Run-Backed-Out
           PERFORM Reconcile-To-Run-Log THRU Reconcile-To-Run-Log-Exit
           CLOSE ReportFile
           PERFORM Clear-Maint-Interlock
           DISPLAY "Load-Backout: run " WS-Run-Number " - "
               WS-Removed-Count " crash(es) removed, "
               WS-Gone-Count " already gone from the master"
           IF WS-Failed-Count > ZERO OR NOT Backout-Balanced
               DISPLAY "Load-Backout: *** WARNING *** the backout "
                   "does not reconcile - see LOAD-BACKOUT.RPT"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

      * The run number is up to six digits, keyed without leading
      * zeros if the operator likes.
       Parse-Run-Number.
           MOVE ZERO TO WS-Run-Digits
           INSPECT WS-Run-Text TALLYING WS-Run-Digits
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-Run-Digits = ZERO OR WS-Run-Digits > 6
               DISPLAY "Load-Backout: pass the load run number to "
                   "back out (LOAD-MANIFEST.DAT), with a supervisor "
                   "ID after it to override closed periods"
               MOVE 16 TO RETURN-CODE
               GO TO Parse-Run-Number-Exit
           END-IF
           IF WS-Run-Text(1:WS-Run-Digits) IS NOT NUMERIC
               DISPLAY "Load-Backout: run number must be numeric - "
                   WS-Run-Text
               MOVE 16 TO RETURN-CODE
               GO TO Parse-Run-Number-Exit
           END-IF
           MOVE WS-Run-Text(1:WS-Run-Digits) TO WS-Run-Number.
       Parse-Run-Number-Exit.
           EXIT.

       Check-Batch-Interlock.
           OPEN INPUT BatchLockFile
           IF WS-BLock-Status NOT = "00"
               GO TO Check-Batch-Interlock-Exit
           END-IF
           READ BatchLockFile
               AT END CONTINUE
               NOT AT END
                   IF BatchLockRec(1:5) = "CYCLE"
                       DISPLAY "Load-Backout: Batch-Driver holds "
                           "the master - " BatchLockRec
                       DISPLAY "Load-Backout: run refused until "
                           "the cycle completes"
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ
           CLOSE BatchLockFile.
       Check-Batch-Interlock-Exit.
           EXIT.

      * Another session's lock is honoured, not overwritten: two
      * sessions appending to CRASH-AUDIT.DAT from the same cached
      * chain end would fork the chain. The same holder signing
      * back on after a dropped session takes its own lock over.
       Set-Maint-Interlock.
           OPEN INPUT MaintLockFile
           IF WS-MLock-Status = "00"
               READ MaintLockFile
                   AT END CONTINUE
                   NOT AT END
                       IF MaintLockRec(1:6) = "MAINT " AND
                               MaintLockRec(7:8) NOT = WS-ML-Holder
                           DISPLAY "Load-Backout: another maintenance "
                               "session holds the master - "
                               MaintLockRec
                           SET Maint-Lock-Refused TO TRUE
                       END-IF
               END-READ
               CLOSE MaintLockFile
           END-IF
           IF Maint-Lock-Refused
               GO TO Set-Maint-Interlock-Exit
           END-IF
           OPEN OUTPUT MaintLockFile
           IF WS-MLock-Status NOT = "00"
               DISPLAY "Load-Backout: *** WARNING *** unable to "
                   "write MAINT-INTERLOCK.DAT, status "
                   WS-MLock-Status " - the batch cannot see this run"
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ML-Stamp
               MOVE WS-Maint-Lock-Line TO MaintLockRec
               WRITE MaintLockRec
               CLOSE MaintLockFile
           END-IF.
       Set-Maint-Interlock-Exit.
           EXIT.

       Clear-Maint-Interlock.
           OPEN OUTPUT MaintLockFile
           IF WS-MLock-Status = "00"
               MOVE "CLEAR" TO MaintLockRec
               WRITE MaintLockRec
               CLOSE MaintLockFile
           END-IF.

      * One pass of LOAD-MANIFEST.DAT collects the run's header,
      * its CrashIDs and its trailer, any B line saying it is
      * already out, and every later run of the same source.
       Load-Run-Manifest.
           OPEN INPUT ManifestFile
           IF WS-Man-Status NOT = "00"
               DISPLAY "Load-Backout: unable to open "
                   "LOAD-MANIFEST.DAT, status " WS-Man-Status
               MOVE 16 TO RETURN-CODE
               GO TO Load-Run-Manifest-Exit
           END-IF
           PERFORM UNTIL EndOfManifestFile
               READ ManifestFile
                   AT END SET EndOfManifestFile TO TRUE
                   NOT AT END
                       IF MF-Run IS NUMERIC
                           PERFORM Apply-Manifest-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ManifestFile
           IF NOT Run-Found
               DISPLAY "Load-Backout: run " WS-Run-Number
                   " is not in LOAD-MANIFEST.DAT"
               MOVE 16 TO RETURN-CODE
               GO TO Load-Run-Manifest-Exit
           END-IF
           IF Run-Already-Backed-Out
               DISPLAY "Load-Backout: run " WS-Run-Number
                   " has already been backed out"
               MOVE 16 TO RETURN-CODE
               GO TO Load-Run-Manifest-Exit
           END-IF
           IF WS-Crash-Overflow > ZERO
               DISPLAY "Load-Backout: run " WS-Run-Number " holds "
                   "more crashes than one backout can take - "
                   "reload the source instead"
               MOVE 16 TO RETURN-CODE
               GO TO Load-Run-Manifest-Exit
           END-IF
           MOVE ZERO TO WS-Later-Standing
           PERFORM VARYING WS-Later-Sub FROM 1 BY 1
                   UNTIL WS-Later-Sub > WS-Later-Used
               IF WS-LR-Out(WS-Later-Sub) NOT = "Y"
                   ADD 1 TO WS-Later-Standing
                   DISPLAY "Load-Backout: later run "
                       WS-LR-Run(WS-Later-Sub) " of "
                       WS-Run-Source " is still loaded"
               END-IF
           END-PERFORM
           IF WS-Later-Standing > ZERO
               DISPLAY "Load-Backout: back the later run(s) out "
                   "first - runs of one source come out newest first"
               MOVE 16 TO RETURN-CODE
               GO TO Load-Run-Manifest-Exit
           END-IF
           IF NOT Run-Has-Trailer
               DISPLAY "Load-Backout: *** WARNING *** run "
                   WS-Run-Number " has no trailer - the load stopped "
                   "before it finished; every crash it recorded "
                   "will be taken out"
           END-IF
           DISPLAY "Load-Backout: run " WS-Run-Number " loaded "
               WS-Crashes-Used " crash(es) from " WS-Run-Source.
       Load-Run-Manifest-Exit.
           EXIT.

       Apply-Manifest-Line.
           IF MF-Run = WS-Run-Number
               EVALUATE MF-Type
                   WHEN "H"
                       SET Run-Found TO TRUE
                       MOVE MF-Source TO WS-Run-Source
                       MOVE MF-Agency TO WS-Run-Agency
                       MOVE MF-Stamp TO WS-Run-Stamp
                       MOVE MF-CrashID TO WS-Run-Start-Ckpt
                   WHEN "D"
                       IF WS-Crashes-Used < 9999
                           ADD 1 TO WS-Crashes-Used
                           MOVE MF-CrashID
                               TO WS-MC-ID(WS-Crashes-Used)
                           MOVE SPACE
                               TO WS-MC-State(WS-Crashes-Used)
                           MOVE "N"
                               TO WS-MC-Closed(WS-Crashes-Used)
                           MOVE SPACE
                               TO WS-MC-Note(WS-Crashes-Used)
                       ELSE
                           ADD 1 TO WS-Crash-Overflow
                       END-IF
                   WHEN "T"
                       SET Run-Has-Trailer TO TRUE
                       MOVE MF-Stamp TO WS-Run-Log-Stamp
                       MOVE MF-Count TO WS-Run-Log-Count
                   WHEN "B"
                       SET Run-Already-Backed-Out TO TRUE
               END-EVALUATE
           ELSE
               IF MF-Run > WS-Run-Number AND Run-Found
                   EVALUATE MF-Type
                       WHEN "H"
                           IF MF-Source = WS-Run-Source AND
                                   WS-Later-Used < 200
                               ADD 1 TO WS-Later-Used
                               MOVE MF-Run TO WS-LR-Run(WS-Later-Used)
                               MOVE "N" TO WS-LR-Out(WS-Later-Used)
                           END-IF
                       WHEN "B"
                           PERFORM VARYING WS-Later-Sub FROM 1 BY 1
                                   UNTIL WS-Later-Sub > WS-Later-Used
                               IF WS-LR-Run(WS-Later-Sub) = MF-Run
                                   MOVE "Y" TO WS-LR-Out(WS-Later-Sub)
                               END-IF
                           END-PERFORM
                   END-EVALUATE
               END-IF
           END-IF.

      * Every audit record stamped after the load that changed or
      * re-keyed one of the run's crashes is a clerk's work the
      * backout must not throw away. A DELETE since the load is
      * not - that crash is simply already gone.
      * Only CRASH-AUDIT.DAT is read, so it must still hold every
      * action since the load: a file that opens with a CARRY dated
      * after the load day has rolled some of them off into a
      * quarterly archive, and the backout is refused rather than
      * run blind to them. No audit file at all is no edits; one
      * that cannot be read is not.
       Scan-Audit-For-Edits.
           OPEN INPUT AuditFile
           IF WS-Audit-Status = "35"
               GO TO Scan-Audit-For-Edits-Exit
           END-IF
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Load-Backout: unable to read CRASH-AUDIT.DAT, "
                   "status " WS-Audit-Status " - nothing was removed"
               MOVE 16 TO RETURN-CODE
               GO TO Scan-Audit-For-Edits-Exit
           END-IF
           READ AuditFile
               AT END SET EndOfAuditFile TO TRUE
               NOT AT END
                   IF AudAction = "CARRY"
                       MOVE AudImage(50:8) TO WS-Carry-From
                       IF WS-Carry-From > WS-Run-Stamp(1:8)
                           DISPLAY "Load-Backout: CRASH-AUDIT.DAT "
                               "only holds actions from "
                               WS-Carry-From " - the earlier ones "
                               "are in " AudImage(14:22)
                           DISPLAY "Load-Backout: run " WS-Run-Number
                               " was loaded " WS-Run-Stamp(1:8)
                               "; edits since then cannot all be "
                               "checked - nothing was removed"
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM Check-Audit-Edit
           END-READ
           IF RETURN-CODE NOT = 0
               CLOSE AuditFile
               GO TO Scan-Audit-For-Edits-Exit
           END-IF
           PERFORM UNTIL EndOfAuditFile
               READ AuditFile
                   AT END SET EndOfAuditFile TO TRUE
                   NOT AT END
                       PERFORM Check-Audit-Edit
               END-READ
           END-PERFORM
           CLOSE AuditFile.
       Scan-Audit-For-Edits-Exit.
           EXIT.

       Check-Audit-Edit.
           IF AudTimestamp IS NUMERIC AND
                   AudTimestamp > WS-Run-Stamp AND
                   (AudAction = "UPDATE" OR AudAction = "ADD") AND
                   AudImageType = "A" AND
                   AudCrashID IS NUMERIC
               PERFORM Flag-Edited-Crash
           END-IF.

       Flag-Edited-Crash.
           PERFORM VARYING WS-MC-Sub FROM 1 BY 1
                   UNTIL WS-MC-Sub > WS-Crashes-Used
                   OR WS-MC-ID(WS-MC-Sub) = AudCrashID
               CONTINUE
           END-PERFORM
           IF WS-MC-Sub NOT > WS-Crashes-Used
               IF WS-MC-State(WS-MC-Sub) = SPACE
                   ADD 1 TO WS-Blocked-Count
               END-IF
               MOVE "E" TO WS-MC-State(WS-MC-Sub)
               MOVE SPACE TO WS-MC-Note(WS-MC-Sub)
               STRING AudAction DELIMITED BY SPACE
                   " BY " DELIMITED BY SIZE
                   AudOperator DELIMITED BY SPACE
                   " AT " DELIMITED BY SIZE
                   AudTimestamp(1:12) DELIMITED BY SIZE
                   INTO WS-MC-Note(WS-MC-Sub)
           END-IF.

      * Reads one crash of the run from the master and settles
      * whether it can go: already gone, now another agency's, or
      * in a closed period nobody has overridden.
       Check-One-Crash.
           IF WS-MC-State(WS-MC-Sub) NOT = SPACE
               GO TO Check-One-Crash-Exit
           END-IF
           MOVE WS-MC-ID(WS-MC-Sub) TO CrashID
           READ CrashDataFile
               INVALID KEY
                   MOVE "G" TO WS-MC-State(WS-MC-Sub)
                   GO TO Check-One-Crash-Exit
           END-READ
           IF SrcAgency NOT = WS-Run-Agency
               MOVE "A" TO WS-MC-State(WS-MC-Sub)
               MOVE SPACE TO WS-MC-Note(WS-MC-Sub)
               STRING "NOW CARRIES AGENCY " SrcAgency
                   DELIMITED BY SIZE INTO WS-MC-Note(WS-MC-Sub)
               ADD 1 TO WS-Blocked-Count
               GO TO Check-One-Crash-Exit
           END-IF
           PERFORM Check-Closed-Period THRU Check-Closed-Period-Done
           IF Period-Is-Closed
               IF Override-Granted
                   MOVE "Y" TO WS-MC-Closed(WS-MC-Sub)
               ELSE
                   MOVE "P" TO WS-MC-State(WS-MC-Sub)
                   MOVE SPACE TO WS-MC-Note(WS-MC-Sub)
                   STRING "CLOSED PERIOD " WS-Check-Period
                       " - SUPERVISOR OVERRIDE NEEDED"
                       DELIMITED BY SIZE INTO WS-MC-Note(WS-MC-Sub)
                   ADD 1 TO WS-Blocked-Count
               END-IF
           END-IF.
       Check-One-Crash-Exit.
           EXIT.

      * Lists every crash that stopped the backout, and why.
       Report-Blocked-Crashes.
           MOVE SPACE TO ReportLine
           STRING "*** BACKOUT STOPPED - NOTHING WAS REMOVED. THESE "
               "CRASHES MUST BE RESOLVED FIRST ***"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-Detail-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-MC-Sub FROM 1 BY 1
                   UNTIL WS-MC-Sub > WS-Crashes-Used
               IF WS-MC-State(WS-MC-Sub) = "E" OR "A" OR "P"
                   MOVE WS-MC-ID(WS-MC-Sub) TO CrashID
                   READ CrashDataFile
                       INVALID KEY MOVE SPACE TO CrashRec
                   END-READ
                   PERFORM Build-Detail-Line
                   EVALUATE WS-MC-State(WS-MC-Sub)
                       WHEN "E"
                           MOVE SPACE TO WS-DL-Note
                           STRING "EDITED SINCE LOAD: "
                               WS-MC-Note(WS-MC-Sub)
                               DELIMITED BY SIZE INTO WS-DL-Note
                       WHEN OTHER
                           MOVE WS-MC-Note(WS-MC-Sub) TO WS-DL-Note
                   END-EVALUATE
                   MOVE WS-Detail-Line TO ReportLine
                   WRITE ReportLine
               END-IF
           END-PERFORM
           MOVE "Crashes blocking the backout" TO WS-CL-Label
           MOVE WS-Blocked-Count TO WS-CL-Count
           MOVE SPACE TO WS-CL-Flag
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine.

      * Removes one crash: OVERRD first where a closed period was
      * overridden, then the DELETE itself and its audit pair, and
      * the crash's share of the totals if they had counted it.
       Remove-One-Crash.
           IF WS-MC-State(WS-MC-Sub) = "G"
               ADD 1 TO WS-Gone-Count
               MOVE SPACE TO CrashRec
               MOVE WS-MC-ID(WS-MC-Sub) TO CrashID
               PERFORM Build-Detail-Line
               MOVE "ALREADY GONE FROM THE MASTER" TO WS-DL-Note
               MOVE WS-Detail-Line TO ReportLine
               WRITE ReportLine
               GO TO Remove-One-Crash-Exit
           END-IF
           MOVE WS-MC-ID(WS-MC-Sub) TO CrashID
           READ CrashDataFile
               INVALID KEY
                   ADD 1 TO WS-Gone-Count
                   GO TO Remove-One-Crash-Exit
           END-READ
           MOVE CrashRec TO WS-Before-Image
           PERFORM Build-Detail-Line
           IF WS-MC-Closed(WS-MC-Sub) = "Y"
               PERFORM Check-Closed-Period
                   THRU Check-Closed-Period-Done
               PERFORM Write-Override-Record
      * A closed-period crash taken out with no OVERRD record behind
      * it would never reach DOT-Amendment, so it is left in place.
               IF NOT Override-Recorded
                   MOVE "F" TO WS-MC-State(WS-MC-Sub)
                   ADD 1 TO WS-Failed-Count
                   MOVE "*** OVERRIDE NOT RECORDED - NOT REMOVED"
                       TO WS-DL-Note
                   MOVE WS-Detail-Line TO ReportLine
                   WRITE ReportLine
                   GO TO Remove-One-Crash-Exit
               END-IF
           END-IF
           DELETE CrashDataFile
           IF WS-Dat-Status NOT = "00"
               MOVE "F" TO WS-MC-State(WS-MC-Sub)
               ADD 1 TO WS-Failed-Count
               MOVE SPACE TO WS-DL-Note
               STRING "*** DELETE FAILED, STATUS " WS-Dat-Status
                   DELIMITED BY SIZE INTO WS-DL-Note
               MOVE WS-Detail-Line TO ReportLine
               WRITE ReportLine
               GO TO Remove-One-Crash-Exit
           END-IF
           MOVE "R" TO WS-MC-State(WS-MC-Sub)
           ADD 1 TO WS-Removed-Count
           IF FatalityBool OF CrashRec = 1
               ADD 1 TO WS-Removed-Fatal
           END-IF
           IF InjuryBool OF CrashRec = 1
               ADD 1 TO WS-Removed-Inj
           END-IF
      * Totals-Update counted this crash if its CrashID was at or
      * below the source's mark in CRASH-TOTALS.CKP.
           IF Totals-Mark-Present AND
                   WS-MC-ID(WS-MC-Sub) NOT > WS-Totals-Mark-Old
               PERFORM Tally-Totals-Decrement
                   THRU Tally-Totals-Decrement-Exit
               MOVE "REMOVED - TOTALS REDUCED" TO WS-DL-Note
           ELSE
               MOVE "REMOVED" TO WS-DL-Note
           END-IF
           IF WS-MC-Closed(WS-MC-Sub) = "Y"
               MOVE SPACE TO WS-DL-Note
               STRING "REMOVED - CLOSED PERIOD OVERRIDDEN BY "
                   WS-Supervisor DELIMITED BY SIZE INTO WS-DL-Note
           END-IF
           MOVE WS-Detail-Line TO ReportLine
           WRITE ReportLine
           MOVE "DELETE" TO WS-Audit-Action
           MOVE SPACE TO CrashRec
           MOVE WS-MC-ID(WS-MC-Sub) TO CrashID
           PERFORM Write-Audit-Pair.
       Remove-One-Crash-Exit.
           EXIT.

       Build-Detail-Line.
           MOVE WS-MC-ID(WS-MC-Sub) TO WS-DL-ID
           MOVE CDate TO WS-DL-Date
           MOVE LocCode TO WS-DL-Code
           IF FatalityBool OF CrashRec IS NUMERIC
               MOVE FatalityBool OF CrashRec TO WS-DL-Fatal
           ELSE
               MOVE ZERO TO WS-DL-Fatal
           END-IF
           IF InjuryBool OF CrashRec IS NUMERIC
               MOVE InjuryBool OF CrashRec TO WS-DL-Inj
           ELSE
               MOVE ZERO TO WS-DL-Inj
           END-IF
           MOVE SPACE TO WS-DL-Note.

      * Adds the removed crash to the month, zone and tract lines it
      * was counted under, the same keys Totals-Update builds.
       Tally-Totals-Decrement.
           IF TYear IS NUMERIC AND TMonth IS NUMERIC
               MOVE TYear TO WS-Month-Key(1:4)
               MOVE TMonth TO WS-Month-Key(5:2)
               MOVE "M" TO WS-Dec-Type
               MOVE WS-Month-Key TO WS-Dec-Key
               PERFORM Add-Decrement THRU Add-Decrement-Exit
           ELSE
               ADD 1 TO WS-Uncounted-Count
               GO TO Tally-Totals-Decrement-Exit
           END-IF
           MOVE "Z" TO WS-Dec-Type
           MOVE SPACE TO WS-Dec-Key
           MOVE Zone TO WS-Dec-Key(1:4)
           PERFORM Add-Decrement THRU Add-Decrement-Exit
           MOVE "T" TO WS-Dec-Type
           MOVE SPACE TO WS-Dec-Key
           MOVE Tract TO WS-Dec-Key(1:4)
           PERFORM Add-Decrement THRU Add-Decrement-Exit.
       Tally-Totals-Decrement-Exit.
           EXIT.

       Add-Decrement.
           PERFORM VARYING WS-Dec-Sub FROM 1 BY 1
                   UNTIL WS-Dec-Sub > WS-Dec-Used
                   OR (WS-DT-Type(WS-Dec-Sub) = WS-Dec-Type AND
                       WS-DT-Key(WS-Dec-Sub) = WS-Dec-Key)
               CONTINUE
           END-PERFORM
           IF WS-Dec-Sub > WS-Dec-Used
               IF WS-Dec-Used >= 600
                   ADD 1 TO WS-Totals-Overflow
                   GO TO Add-Decrement-Exit
               END-IF
               ADD 1 TO WS-Dec-Used
               MOVE WS-Dec-Used TO WS-Dec-Sub
               MOVE WS-Dec-Type TO WS-DT-Type(WS-Dec-Sub)
               MOVE WS-Dec-Key TO WS-DT-Key(WS-Dec-Sub)
               MOVE ZERO TO WS-DT-Count(WS-Dec-Sub)
               MOVE ZERO TO WS-DT-Fatal(WS-Dec-Sub)
               MOVE ZERO TO WS-DT-Inj(WS-Dec-Sub)
           END-IF
           ADD 1 TO WS-DT-Count(WS-Dec-Sub)
           IF FatalityBool OF CrashRec = 1
               ADD 1 TO WS-DT-Fatal(WS-Dec-Sub)
           END-IF
           IF InjuryBool OF CrashRec = 1
               ADD 1 TO WS-DT-Inj(WS-Dec-Sub)
           END-IF.
       Add-Decrement-Exit.
           EXIT.

      * The before image is the crash as loaded; the after image of
      * a DELETE is spaces - the same pair Crash-Maint writes.
       Write-Audit-Pair.
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE WS-Operator TO AudOperator
           MOVE WS-Audit-Action TO AudAction
           MOVE CrashID TO AudCrashID
           MOVE "B" TO AudImageType
           MOVE WS-Before-Image TO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Load-Backout: *** WARNING *** unable to write "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
           END-IF
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE WS-Operator TO AudOperator
           MOVE WS-Audit-Action TO AudAction
           MOVE CrashID TO AudCrashID
           MOVE "A" TO AudImageType
           MOVE SPACE TO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Load-Backout: *** WARNING *** unable to write "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
           END-IF.

      * The supervisor's override, recorded as Crash-Maint records
      * it: an OVERRD "B" record under the supervisor's ID.
       Write-Override-Record.
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE WS-Supervisor TO AudOperator
           MOVE "OVERRD" TO AudAction
           MOVE CrashID TO AudCrashID
           MOVE "B" TO AudImageType
           MOVE SPACE TO AudImage
           STRING "CLOSED PERIOD " WS-Check-Period
               " OVERRIDDEN FOR OPERATOR " WS-Operator
               DELIMITED BY SIZE INTO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status = "00"
               MOVE "Y" TO WS-Override-Written
           ELSE
               MOVE "N" TO WS-Override-Written
               DISPLAY "Load-Backout: *** WARNING *** unable to write "
                   "the override to CRASH-AUDIT.DAT, status "
                   WS-Audit-Status
           END-IF.

      * The named supervisor must be in the operator master with
      * the S flag and key their password at the console - the
      * same rule Crash-Maint applies.
       Validate-Supervisor.
           PERFORM Load-Operator-Master
               THRU Load-Operator-Master-Exit
           IF RETURN-CODE NOT = 0
               GO TO Validate-Supervisor-Exit
           END-IF
           IF NOT Operator-Master-Present
               DISPLAY "Load-Backout: no OPERATOR-MASTER.DAT - the "
                   "closed-period override cannot be validated"
               MOVE 16 TO RETURN-CODE
               GO TO Validate-Supervisor-Exit
           END-IF
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Supervisor
               CONTINUE
           END-PERFORM
           IF WS-Oper-Sub > WS-Opers-Used OR
                   WS-OM-Sup(WS-Oper-Sub) NOT = "S"
               DISPLAY "Load-Backout: " WS-Supervisor " is not a "
                   "supervisor in the operator master - run refused"
               MOVE 16 TO RETURN-CODE
               GO TO Validate-Supervisor-Exit
           END-IF
           PERFORM Confirm-Operator-Password
               THRU Confirm-Operator-Password-Exit
           IF NOT Password-Accepted
               DISPLAY "Load-Backout: override not confirmed - "
                   "run refused"
               MOVE 16 TO RETURN-CODE
               GO TO Validate-Supervisor-Exit
           END-IF
           MOVE "OVERRIDE" TO WS-Signon-Event
           MOVE SPACE TO WS-Signon-Detail
           STRING "BACKOUT OF RUN " WS-Run-Text
               DELIMITED BY SPACE INTO WS-Signon-Detail
           PERFORM Write-Signon-Log
           SET Override-Granted TO TRUE
           DISPLAY "Load-Backout: closed periods overridden by "
               WS-OM-Name(WS-Oper-Sub).
       Validate-Supervisor-Exit.
           EXIT.

      * The password, expiry, state and failure fields after S are
      * kept by Operator-Admin and the sign-on paragraphs below.
       Load-Operator-Master.
           OPEN INPUT OperatorFile
           IF WS-Oper-Status = "35"
               GO TO Load-Operator-Master-Exit
           END-IF
      * A master that is there but cannot be read is not the same
      * as no master - nobody signs on past it.
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Load-Backout: unable to read "
                   "OPERATOR-MASTER.DAT, status " WS-Oper-Status
               MOVE 16 TO RETURN-CODE
               GO TO Load-Operator-Master-Exit
           END-IF
           SET Operator-Master-Present TO TRUE
           PERFORM UNTIL EndOfOperatorFile
               READ OperatorFile
                   AT END SET EndOfOperatorFile TO TRUE
                   NOT AT END
                       IF OperatorRec NOT = SPACE AND
                               OperatorRec(1:1) NOT = "*"
                               AND WS-Opers-Used < 100
                           MOVE SPACE TO WS-Oper-Field
                           MOVE SPACE TO WS-Oper-Name-Text
                           MOVE SPACE TO WS-Oper-Level-Text
                           MOVE SPACE TO WS-Oper-Sup-Text
                           MOVE SPACE TO WS-Oper-Hash-Text
                           MOVE SPACE TO WS-Oper-Expiry-Text
                           MOVE SPACE TO WS-Oper-State-Text
                           MOVE SPACE TO WS-Oper-Fails-Text
                           UNSTRING OperatorRec DELIMITED BY ";"
                               INTO WS-Oper-Field
                                   WS-Oper-Name-Text
                                   WS-Oper-Level-Text
                                   WS-Oper-Sup-Text
                                   WS-Oper-Hash-Text
                                   WS-Oper-Expiry-Text
                                   WS-Oper-State-Text
                                   WS-Oper-Fails-Text
                           ADD 1 TO WS-Opers-Used
                           MOVE WS-Oper-Field
                               TO WS-OM-ID(WS-Opers-Used)
                           MOVE WS-Oper-Name-Text
                               TO WS-OM-Name(WS-Opers-Used)
                           IF WS-Oper-Level-Text IS NUMERIC
                               MOVE WS-Oper-Level-Text
                                   TO WS-OM-Level(WS-Opers-Used)
                           ELSE
                               MOVE 1 TO WS-OM-Level(WS-Opers-Used)
                           END-IF
                           IF WS-Oper-Sup-Text = "S"
                               MOVE "S" TO WS-OM-Sup(WS-Opers-Used)
                           ELSE
                               MOVE SPACE
                                   TO WS-OM-Sup(WS-Opers-Used)
                           END-IF
                           MOVE WS-Oper-Hash-Text
                               TO WS-OM-Hash(WS-Opers-Used)
                           MOVE WS-Oper-Expiry-Text
                               TO WS-OM-Expiry(WS-Opers-Used)
                           MOVE WS-Oper-State-Text
                               TO WS-OM-State(WS-Opers-Used)
                           IF WS-Oper-Fails-Text IS NUMERIC
                               MOVE WS-Oper-Fails-Text
                                   TO WS-OM-Fails(WS-Opers-Used)
                           ELSE
                               MOVE ZERO
                                   TO WS-OM-Fails(WS-Opers-Used)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperatorFile.
       Load-Operator-Master-Exit.
           EXIT.

       Load-Closed-Periods.
           OPEN INPUT ClosedPeriodFile
           IF WS-Closed-Status NOT = "00"
               GO TO Load-Closed-Periods-Exit
           END-IF
           PERFORM UNTIL EndOfClosedFile
               READ ClosedPeriodFile
                   AT END SET EndOfClosedFile TO TRUE
                   NOT AT END
                       IF ClosedPeriodRec(1:7) = "PERIOD " AND
                               ClosedPeriodRec(8:6) IS NUMERIC AND
                               WS-Closed-Used < 120
                           ADD 1 TO WS-Closed-Used
                           MOVE ClosedPeriodRec(8:6)
                               TO WS-CP-Period(WS-Closed-Used)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedPeriodFile.
       Load-Closed-Periods-Exit.
           EXIT.

       Check-Closed-Period.
           MOVE "N" TO WS-Period-State
           IF TYear IS NOT NUMERIC OR TMonth IS NOT NUMERIC
               GO TO Check-Closed-Period-Done
           END-IF
           MOVE TYear TO WS-Check-Period(1:4)
           MOVE TMonth TO WS-Check-Period(5:2)
           PERFORM VARYING WS-Closed-Sub FROM 1 BY 1
                   UNTIL WS-Closed-Sub > WS-Closed-Used
               IF WS-CP-Period(WS-Closed-Sub) = WS-Check-Period
                   MOVE "Y" TO WS-Period-State
               END-IF
           END-PERFORM.
       Check-Closed-Period-Done.
           EXIT.

      * The source's mark in CRASH-TOTALS.CKP says which of the
      * run's crashes Totals-Update has already counted. No mark
      * (or no file) means the next Totals-Update re-accumulates
      * the whole master anyway, and nothing needs taking back.
       Load-Totals-Checkpoint.
           MOVE ZERO TO WS-Ckpts-Used
           OPEN INPUT TotalsCkptFile
           IF WS-TCkpt-Status NOT = "00"
               GO TO Load-Totals-Checkpoint-Exit
           END-IF
           PERFORM UNTIL EndOfTotalsCkpt
               READ TotalsCkptFile
                   AT END SET EndOfTotalsCkpt TO TRUE
                   NOT AT END
                       MOVE TCkptLine TO WS-Ckpt-Token-1
                       PERFORM Split-Ckpt-Line
                           THRU Split-Ckpt-Line-Exit
                       IF WS-Ckpt-Token-2(1:5) IS NUMERIC AND
                               WS-Ckpt-Token-1 = WS-Run-Source
                           MOVE WS-Ckpt-Token-2(1:5)
                               TO WS-Totals-Mark-Old
                           SET Totals-Mark-Present TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TotalsCkptFile.
       Load-Totals-Checkpoint-Exit.
           EXIT.

      * Splits a "filename lastID" checkpoint line held in
      * WS-Ckpt-Token-1; a bare numeric line is the old
      * single-source format and belongs to crash-data.csv.
       Split-Ckpt-Line.
           MOVE SPACE TO WS-Ckpt-Token-2
           UNSTRING WS-Ckpt-Token-1 DELIMITED BY ALL " "
               INTO WS-Ckpt-Token-1 WS-Ckpt-Token-2
           IF WS-Ckpt-Token-2 = SPACE
               IF WS-Ckpt-Token-1(1:5) IS NUMERIC
                   MOVE WS-Ckpt-Token-1(1:5) TO WS-Ckpt-Token-2
                   MOVE "crash-data.csv" TO WS-Ckpt-Token-1
               END-IF
           END-IF.
       Split-Ckpt-Line-Exit.
           EXIT.

      * CSV-LOADER.CKP: the source's line goes back to the mark the
      * run started from, or away entirely when the run started
      * from nothing - the next delta then loads the corrected
      * file from the top. Every other source's line is written
      * back as it was. The file itself always survives, so the
      * next load still opens the master to add, never to replace.
       Wind-Back-Loader-Checkpoint.
           MOVE ZERO TO WS-Ckpts-Used
           OPEN INPUT LoaderCkptFile
           IF WS-LCkpt-Status NOT = "00"
               MOVE "No CSV-LOADER.CKP on file" TO WS-MK-Note
               GO TO Wind-Back-Loader-Checkpoint-Exit
           END-IF
           PERFORM UNTIL EndOfLoaderCkpt
               READ LoaderCkptFile
                   AT END SET EndOfLoaderCkpt TO TRUE
                   NOT AT END
                       MOVE LCkptLine TO WS-Ckpt-Token-1
                       PERFORM Split-Ckpt-Line
                           THRU Split-Ckpt-Line-Exit
                       IF WS-Ckpt-Token-2(1:5) IS NUMERIC
                           PERFORM Hold-Ckpt-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoaderCkptFile
           MOVE WS-Run-Start-Ckpt TO WS-Loader-Mark-New
           PERFORM VARYING WS-Ckpt-Sub FROM 1 BY 1
                   UNTIL WS-Ckpt-Sub > WS-Ckpts-Used
               IF WS-CK-File(WS-Ckpt-Sub) = WS-Run-Source
                   MOVE WS-CK-ID(WS-Ckpt-Sub) TO WS-Loader-Mark-Old
                   MOVE WS-Loader-Mark-New TO WS-CK-ID(WS-Ckpt-Sub)
               END-IF
           END-PERFORM
           OPEN OUTPUT LoaderCkptFile
           IF WS-LCkpt-Status NOT = "00"
               DISPLAY "Load-Backout: *** WARNING *** unable to "
                   "rewrite CSV-LOADER.CKP, status " WS-LCkpt-Status
               MOVE 12 TO RETURN-CODE
               GO TO Wind-Back-Loader-Checkpoint-Exit
           END-IF
           PERFORM VARYING WS-Ckpt-Sub FROM 1 BY 1
                   UNTIL WS-Ckpt-Sub > WS-Ckpts-Used
               IF WS-CK-ID(WS-Ckpt-Sub) > ZERO
                   MOVE SPACE TO LCkptLine
                   STRING WS-CK-File(WS-Ckpt-Sub) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-CK-ID(WS-Ckpt-Sub) DELIMITED BY SIZE
                       INTO LCkptLine
                   WRITE LoaderCkptRec
               END-IF
           END-PERFORM
           CLOSE LoaderCkptFile.
       Wind-Back-Loader-Checkpoint-Exit.
           EXIT.

       Hold-Ckpt-Line.
           IF WS-Ckpts-Used < 20
               ADD 1 TO WS-Ckpts-Used
               MOVE WS-Ckpt-Token-1 TO WS-CK-File(WS-Ckpts-Used)
               MOVE WS-Ckpt-Token-2(1:5) TO WS-CK-ID(WS-Ckpts-Used)
           END-IF.

      * CRASH-TOTALS.CKP goes back no further than the run's start
      * (a mark already below it stays where it is), and the
      * crashes it had counted come out of CRASH-TOTALS.DAT.
       Wind-Back-Totals.
           IF NOT Totals-Mark-Present
               GO TO Wind-Back-Totals-Exit
           END-IF
           IF WS-Totals-Mark-Old > WS-Run-Start-Ckpt
               MOVE WS-Run-Start-Ckpt TO WS-Totals-Mark-New
           ELSE
               MOVE WS-Totals-Mark-Old TO WS-Totals-Mark-New
           END-IF
           IF WS-Dec-Used > ZERO
               PERFORM Reduce-Totals-File THRU Reduce-Totals-File-Exit
           END-IF
           MOVE ZERO TO WS-Ckpts-Used
           OPEN INPUT TotalsCkptFile
           IF WS-TCkpt-Status NOT = "00"
               GO TO Wind-Back-Totals-Exit
           END-IF
           MOVE SPACE TO TotalsCkptRec
           PERFORM UNTIL EndOfTotalsCkpt
               READ TotalsCkptFile
                   AT END SET EndOfTotalsCkpt TO TRUE
                   NOT AT END
                       MOVE TCkptLine TO WS-Ckpt-Token-1
                       PERFORM Split-Ckpt-Line
                           THRU Split-Ckpt-Line-Exit
                       IF WS-Ckpt-Token-2(1:5) IS NUMERIC
                           PERFORM Hold-Ckpt-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TotalsCkptFile
           PERFORM VARYING WS-Ckpt-Sub FROM 1 BY 1
                   UNTIL WS-Ckpt-Sub > WS-Ckpts-Used
               IF WS-CK-File(WS-Ckpt-Sub) = WS-Run-Source
                   MOVE WS-Totals-Mark-New TO WS-CK-ID(WS-Ckpt-Sub)
               END-IF
           END-PERFORM
           OPEN OUTPUT TotalsCkptFile
           IF WS-TCkpt-Status NOT = "00"
               DISPLAY "Load-Backout: *** WARNING *** unable to "
                   "rewrite CRASH-TOTALS.CKP, status " WS-TCkpt-Status
               MOVE 12 TO RETURN-CODE
               GO TO Wind-Back-Totals-Exit
           END-IF
           PERFORM VARYING WS-Ckpt-Sub FROM 1 BY 1
                   UNTIL WS-Ckpt-Sub > WS-Ckpts-Used
               IF WS-CK-ID(WS-Ckpt-Sub) > ZERO
                   MOVE SPACE TO TCkptLine
                   STRING WS-CK-File(WS-Ckpt-Sub) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-CK-ID(WS-Ckpt-Sub) DELIMITED BY SIZE
                       INTO TCkptLine
                   WRITE TotalsCkptRec
               END-IF
           END-PERFORM
           CLOSE TotalsCkptFile.
       Wind-Back-Totals-Exit.
           EXIT.

      * Takes the removed crashes out of the month, zone and tract
      * lines in place. The file's order is Totals-Update's and is
      * kept; a line taken down to zero crashes stays as a zero
      * line, just as Totals-Update would leave an emptied month.
       Reduce-Totals-File.
           OPEN INPUT TotalsFile
           IF WS-Totals-Status NOT = "00"
               GO TO Reduce-Totals-File-Exit
           END-IF
           PERFORM UNTIL EndOfTotalsFile
               READ TotalsFile
                   AT END SET EndOfTotalsFile TO TRUE
                   NOT AT END
                       IF WS-Totals-Used < 800
                           ADD 1 TO WS-Totals-Used
                           PERFORM Reduce-One-Totals-Line
                           MOVE TotalsRec
                               TO WS-TT-Line(WS-Totals-Used)
                       ELSE
                           ADD 1 TO WS-Totals-Overflow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TotalsFile
           IF WS-Totals-Overflow > ZERO
               DISPLAY "Load-Backout: *** WARNING *** CRASH-TOTALS"
                   ".DAT is larger than this run can hold - left "
                   "as it was; run Totals-Update with TOTALS-MODE=R"
               MOVE 12 TO RETURN-CODE
               GO TO Reduce-Totals-File-Exit
           END-IF
           OPEN OUTPUT TotalsFile
           IF WS-Totals-Status NOT = "00"
               DISPLAY "Load-Backout: *** WARNING *** unable to "
                   "rewrite CRASH-TOTALS.DAT, status "
                   WS-Totals-Status
               MOVE 12 TO RETURN-CODE
               GO TO Reduce-Totals-File-Exit
           END-IF
           PERFORM VARYING WS-Totals-Sub FROM 1 BY 1
                   UNTIL WS-Totals-Sub > WS-Totals-Used
               MOVE WS-TT-Line(WS-Totals-Sub) TO TotalsRec
               WRITE TotalsRec
           END-PERFORM
           CLOSE TotalsFile.
       Reduce-Totals-File-Exit.
           EXIT.

       Reduce-One-Totals-Line.
           PERFORM VARYING WS-Dec-Sub FROM 1 BY 1
                   UNTIL WS-Dec-Sub > WS-Dec-Used
               IF WS-DT-Type(WS-Dec-Sub) = TR-Type AND
                       WS-DT-Key(WS-Dec-Sub) = TR-Key
                   IF TR-Count < WS-DT-Count(WS-Dec-Sub)
                           OR TR-Fatal < WS-DT-Fatal(WS-Dec-Sub)
                           OR TR-Inj < WS-DT-Inj(WS-Dec-Sub)
                       ADD 1 TO WS-Totals-Short
                   ELSE
                       SUBTRACT WS-DT-Count(WS-Dec-Sub) FROM TR-Count
                       SUBTRACT WS-DT-Fatal(WS-Dec-Sub) FROM TR-Fatal
                       SUBTRACT WS-DT-Inj(WS-Dec-Sub) FROM TR-Inj
                   END-IF
               END-IF
           END-PERFORM.

      * A B line in the manifest: this run is out, and may not be
      * backed out twice.
       Mark-Run-Backed-Out.
           OPEN EXTEND ManifestFile
           IF WS-Man-Status NOT = "00"
               DISPLAY "Load-Backout: *** WARNING *** unable to "
                   "mark run " WS-Run-Number " backed out in "
                   "LOAD-MANIFEST.DAT, status " WS-Man-Status
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACE TO ManifestRec
               MOVE "B" TO MF-Type
               MOVE WS-Run-Number TO MF-Run
               MOVE FUNCTION CURRENT-DATE(1:16) TO MF-Stamp
               MOVE ZERO TO MF-CrashID
               MOVE WS-Run-Agency TO MF-Agency
               MOVE WS-Removed-Count TO MF-Count
               MOVE WS-Run-Source TO MF-Source
               WRITE ManifestRec
               CLOSE ManifestFile
           END-IF.

      * The proof: the rows CSV-LOADER.LOG says the run wrote, the
      * CrashIDs the manifest recorded, and what this run removed
      * or found already gone must all be the same number.
       Reconcile-To-Run-Log.
           OPEN INPUT RunLogFile
           IF WS-Log-Status = "00"
               PERFORM UNTIL EndOfRunLog
                   READ RunLogFile
                       AT END SET EndOfRunLog TO TRUE
                       NOT AT END
                           IF Run-Has-Trailer AND
                                   RL-Timestamp = WS-Run-Log-Stamp
                                   AND RL-Source =
                                       WS-Run-Source(1:14)
                               SET Log-Line-Found TO TRUE
                               MOVE RunLogRec TO WS-Log-Line
                               MOVE FUNCTION NUMVAL(RL-Written)
                                   TO WS-Log-Written
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunLogFile
           END-IF
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "RECONCILIATION TO CSV-LOADER.LOG" TO ReportLine
           WRITE ReportLine
           IF Log-Line-Found
               MOVE WS-Log-Line TO ReportLine
               WRITE ReportLine
               MOVE "Rows written per CSV-LOADER.LOG" TO WS-CL-Label
               MOVE WS-Log-Written TO WS-CL-Count
               MOVE SPACE TO WS-CL-Flag
               IF WS-Log-Written NOT = WS-Crashes-Used
                   MOVE "*** DOES NOT AGREE ***" TO WS-CL-Flag
                   MOVE "N" TO WS-Balanced
               END-IF
               MOVE WS-Count-Line TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE "*** NO CSV-LOADER.LOG LINE FOUND FOR THIS RUN ***"
                   TO ReportLine
               WRITE ReportLine
               MOVE "N" TO WS-Balanced
           END-IF
           MOVE "CrashIDs recorded in LOAD-MANIFEST.DAT" TO WS-CL-Label
           MOVE WS-Crashes-Used TO WS-CL-Count
           MOVE SPACE TO WS-CL-Flag
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Crashes removed from Crash-Data.dat" TO WS-CL-Label
           MOVE WS-Removed-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  of which fatal" TO WS-CL-Label
           MOVE WS-Removed-Fatal TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  of which injury" TO WS-CL-Label
           MOVE WS-Removed-Inj TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Crashes already gone from the master" TO WS-CL-Label
           MOVE WS-Gone-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Crashes not removed (write failed)" TO WS-CL-Label
           MOVE WS-Failed-Count TO WS-CL-Count
           IF WS-Failed-Count > ZERO
               MOVE "*** LEFT IN THE MASTER ***" TO WS-CL-Flag
           END-IF
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Removed plus already gone" TO WS-CL-Label
           COMPUTE WS-CL-Count = WS-Removed-Count + WS-Gone-Count
           MOVE SPACE TO WS-CL-Flag
           IF WS-Removed-Count + WS-Gone-Count NOT = WS-Crashes-Used
               MOVE "*** DOES NOT AGREE ***" TO WS-CL-Flag
               MOVE "N" TO WS-Balanced
           END-IF
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "CSV-LOADER.CKP" TO WS-MK-Label
           MOVE WS-Loader-Mark-Old TO WS-MK-Old
           MOVE WS-Loader-Mark-New TO WS-MK-New
           MOVE SPACE TO WS-MK-Note
           IF WS-Loader-Mark-New = ZERO
               MOVE "(source line removed)" TO WS-MK-Note
           END-IF
           MOVE WS-Mark-Line TO ReportLine
           WRITE ReportLine
           MOVE "CRASH-TOTALS.CKP" TO WS-MK-Label
           MOVE SPACE TO WS-MK-Note
           IF Totals-Mark-Present
               MOVE WS-Totals-Mark-Old TO WS-MK-Old
               MOVE WS-Totals-Mark-New TO WS-MK-New
               IF WS-Totals-Mark-New = ZERO
                   MOVE "(source line removed)" TO WS-MK-Note
               END-IF
           ELSE
               MOVE ZERO TO WS-MK-Old
               MOVE ZERO TO WS-MK-New
               MOVE "(no mark - totals not yet counted)"
                   TO WS-MK-Note
           END-IF
           MOVE WS-Mark-Line TO ReportLine
           WRITE ReportLine
           IF WS-Totals-Short > ZERO OR WS-Uncounted-Count > ZERO
               MOVE SPACE TO ReportLine
               STRING "*** CRASH-TOTALS.DAT DID NOT HOLD EVERY REMOVED "
                   "CRASH - RUN TOTALS-UPDATE WITH TOTALS-MODE=R ***"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
               MOVE "N" TO WS-Balanced
           END-IF
           IF Backout-Balanced
               MOVE "BACKOUT BALANCED" TO ReportLine
           ELSE
               MOVE "*** BACKOUT OUT OF BALANCE ***" TO ReportLine
           END-IF
           WRITE ReportLine.
       Reconcile-To-Run-Log-Exit.
           EXIT.

       Write-Report-Header.
           MOVE WS-Run-Number TO WS-RH-Run
           MOVE WS-Run-Source TO WS-RH-Source
           MOVE WS-Report-Header TO ReportLine
           WRITE ReportLine
           MOVE WS-Run-Agency TO WS-RS-Agency
           MOVE WS-Run-Stamp TO WS-RS-Stamp
           MOVE WS-Run-Start-Ckpt TO WS-RS-Ckpt
           MOVE WS-Report-Sub-Header TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine.

      * The sequence number and check value of the last record in
      * CRASH-AUDIT.DAT. Every record written here takes the next
      * number and a check value chained from the one before it, so
      * a line edited or taken out of the file shows as a break when
      * Audit-Verify walks the chain. Records from before the chain
      * began carry neither and are passed over.
       Find-Audit-Chain-End.
           MOVE ZERO TO WS-Chain-Seq
           MOVE ZERO TO WS-Chain-Check
           MOVE "N" TO WS-Chain-EOF
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = "00"
               GO TO Find-Audit-Chain-End-Exit
           END-IF
           PERFORM UNTIL Chain-End-Found
               READ AuditFile
                   AT END SET Chain-End-Found TO TRUE
                   NOT AT END
                       IF AudSeq IS NUMERIC AND AudCheck IS NUMERIC
                           MOVE AudSeq TO WS-Chain-Seq
                           MOVE AudCheck TO WS-Chain-Check
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile.
       Find-Audit-Chain-End-Exit.
           EXIT.

      * Numbers the record, folds every byte up to and including the
      * sequence number into the previous check value (times 31 plus
      * the byte, modulo the prime 4294967291 - Audit-Verify repeats
      * the same arithmetic), and writes it. The chain only moves on
      * when the write succeeds.
       Write-Chained-Audit.
           ADD 1 TO WS-Chain-Seq GIVING AudSeq
           MOVE WS-Chain-Check TO WS-Chain-Work
           PERFORM VARYING WS-Chain-Pos FROM 1 BY 1
                   UNTIL WS-Chain-Pos > 1459
               COMPUTE WS-Chain-Work = WS-Chain-Work * 31
                   + FUNCTION ORD(AuditRec(WS-Chain-Pos:1))
               DIVIDE WS-Chain-Work BY 4294967291
                   GIVING WS-Chain-Quotient REMAINDER WS-Chain-Work
           END-PERFORM
           MOVE WS-Chain-Work TO AudCheck
           WRITE AuditRec
           IF WS-Audit-Status = "00"
               MOVE AudSeq TO WS-Chain-Seq
               MOVE AudCheck TO WS-Chain-Check
           END-IF.

      * The operator at WS-Oper-Sub has keyed WS-Pwd-Keyed. A wrong
      * password counts against the ID in the operator master, and
      * the third in a row locks it until a supervisor resets it
      * through Operator-Admin; a right one clears the count.
       Verify-Keyed-Password.
           MOVE "N" TO WS-Pwd-State
           MOVE WS-OM-ID(WS-Oper-Sub) TO WS-PS-ID
           MOVE WS-Pwd-Keyed TO WS-PS-Password
           PERFORM Hash-Password
           MOVE WS-OM-ID(WS-Oper-Sub) TO WS-Signon-ID
           IF WS-Pwd-Hash = WS-OM-Hash(WS-Oper-Sub)
               SET Password-Accepted TO TRUE
               IF WS-OM-Fails(WS-Oper-Sub) > ZERO
                   MOVE ZERO TO WS-OM-Fails(WS-Oper-Sub)
                   PERFORM Rewrite-Operator-Entry
                       THRU Rewrite-Operator-Entry-Exit
               END-IF
           ELSE
               ADD 1 TO WS-OM-Fails(WS-Oper-Sub)
               MOVE "FAILED" TO WS-Signon-Event
               MOVE "WRONG PASSWORD" TO WS-Signon-Detail
               PERFORM Write-Signon-Log
               IF WS-OM-Fails(WS-Oper-Sub) < 3
                   DISPLAY "Load-Backout: password not accepted"
               ELSE
                   DISPLAY "Load-Backout: third wrong password"
                   DISPLAY "Load-Backout: " WS-Signon-ID
                       " is locked until a supervisor resets it"
                   MOVE "LOCKED" TO WS-Signon-Event
                   MOVE "THIRD WRONG PASSWORD IN A ROW"
                       TO WS-Signon-Detail
                   PERFORM Write-Signon-Log
               END-IF
               PERFORM Rewrite-Operator-Entry
                   THRU Rewrite-Operator-Entry-Exit
           END-IF.

      * The stored form of a password: the ID and the password run
      * through fifty rounds of the multiply-and-remainder the audit
      * check value uses. What is on file cannot be read back into
      * the password, and one password under two IDs does not come
      * out the same.
       Hash-Password.
           MOVE ZERO TO WS-Pwd-Work
           PERFORM VARYING WS-Pwd-Round FROM 1 BY 1
                   UNTIL WS-Pwd-Round > 50
               PERFORM VARYING WS-Pwd-Pos FROM 1 BY 1
                       UNTIL WS-Pwd-Pos > 24
                   COMPUTE WS-Pwd-Work = WS-Pwd-Work * 31
                       + FUNCTION ORD(WS-Pwd-Source(WS-Pwd-Pos:1))
                       + WS-Pwd-Round
                   DIVIDE WS-Pwd-Work BY 4294967291
                       GIVING WS-Pwd-Quotient REMAINDER WS-Pwd-Work
               END-PERFORM
           END-PERFORM
           MOVE WS-Pwd-Work TO WS-Pwd-Hash.

      * Puts the entry at WS-Oper-Sub back into OPERATOR-MASTER.DAT
      * as ID;NAME;LEVEL;S;PASSWORD;EXPIRES;STATE;FAILURES, leaving
      * every other line - comments included - as it was. An ID
      * not yet on file is added at the end.
       Rewrite-Operator-Entry.
           MOVE SPACE TO WS-Oper-Line
           STRING WS-OM-ID(WS-Oper-Sub) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OM-Name(WS-Oper-Sub) DELIMITED BY "  "
               ";" WS-OM-Level(WS-Oper-Sub) ";" DELIMITED BY SIZE
               WS-OM-Sup(WS-Oper-Sub) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OM-Hash(WS-Oper-Sub) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OM-Expiry(WS-Oper-Sub) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OM-State(WS-Oper-Sub) DELIMITED BY SPACE
               ";" WS-OM-Fails(WS-Oper-Sub) DELIMITED BY SIZE
               INTO WS-Oper-Line
           MOVE ZERO TO WS-OMR-Used
           MOVE "N" TO WS-OMR-Found
           MOVE "N" TO WS-OMR-Overflow
           OPEN INPUT OperatorFile
      * Only the lines read back are written out again - a master
      * that is there but cannot be read is left alone, not cut
      * down to this one entry.
           IF WS-Oper-Status NOT = "00" AND WS-Oper-Status NOT = "35"
               DISPLAY "Load-Backout: *** WARNING *** unable to read "
                   "OPERATOR-MASTER.DAT, status " WS-Oper-Status
                   " - " WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           IF WS-Oper-Status = "00"
               MOVE SPACE TO OperatorRec
               PERFORM UNTIL EndOfOperatorFile
                   READ OperatorFile
                       AT END SET EndOfOperatorFile TO TRUE
                       NOT AT END PERFORM Hold-Operator-Line
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF
           IF NOT OMR-Line-Found
               IF WS-OMR-Used < 300
                   ADD 1 TO WS-OMR-Used
                   MOVE WS-Oper-Line TO WS-OMR-Line(WS-OMR-Used)
               ELSE
                   SET OMR-Table-Full TO TRUE
               END-IF
           END-IF
           IF OMR-Table-Full
               DISPLAY "Load-Backout: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Load-Backout: *** WARNING *** "
                   "unable to rewrite OPERATOR-MASTER.DAT, status "
                   WS-Oper-Status
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           PERFORM VARYING WS-OMR-Sub FROM 1 BY 1
                   UNTIL WS-OMR-Sub > WS-OMR-Used
               WRITE OperatorRec FROM WS-OMR-Line(WS-OMR-Sub)
           END-PERFORM
           CLOSE OperatorFile.
       Rewrite-Operator-Entry-Exit.
           EXIT.

       Hold-Operator-Line.
           IF WS-OMR-Used >= 300
               SET OMR-Table-Full TO TRUE
           ELSE
               ADD 1 TO WS-OMR-Used
               MOVE OperatorRec TO WS-OMR-Line(WS-OMR-Used)
               IF OperatorRec NOT = SPACE AND
                       OperatorRec(1:1) NOT = "*"
                   MOVE SPACE TO WS-OMR-ID
                   UNSTRING OperatorRec DELIMITED BY ";"
                       INTO WS-OMR-ID
                   IF WS-OMR-ID = WS-OM-ID(WS-Oper-Sub) AND
                           NOT OMR-Line-Found
                       MOVE WS-Oper-Line TO WS-OMR-Line(WS-OMR-Used)
                       SET OMR-Line-Found TO TRUE
                   END-IF
               END-IF
           END-IF.

      * One line to SIGNON-LOG.DAT: when, which program, which ID,
      * the event (SIGNON, FAILED, LOCKED, REFUSED, CHANGED,
      * OVERRIDE and Operator-Admin's ADDED, RESET, UNLOCKED,
      * RETIRED) and a word on why.
       Write-Signon-Log.
           OPEN EXTEND SignonLogFile
           IF WS-Signon-Status = "35"
               OPEN OUTPUT SignonLogFile
           END-IF
           IF WS-Signon-Status = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SG-Stamp
               MOVE WS-Signon-ID TO WS-SG-ID
               MOVE WS-Signon-Event TO WS-SG-Event
               MOVE WS-Signon-Detail TO WS-SG-Detail
               MOVE WS-Signon-Line TO SignonLogRec
               WRITE SignonLogRec
               CLOSE SignonLogFile
           ELSE
               DISPLAY "Load-Backout: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.

      * One password from the operator at WS-Oper-Sub, for an
      * override or a command-line run where there is no session to
      * change it in: the ID must be active, with an unexpired
      * password of its own choosing. Password-Accepted says how it
      * went.
       Confirm-Operator-Password.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Pwd-Today
           MOVE WS-OM-ID(WS-Oper-Sub) TO WS-Signon-ID
           MOVE "N" TO WS-Pwd-State
           MOVE SPACE TO WS-Signon-Detail
           EVALUATE TRUE
               WHEN WS-OM-State(WS-Oper-Sub) = "X"
                   MOVE "RETIRED ID" TO WS-Signon-Detail
               WHEN WS-OM-Fails(WS-Oper-Sub) >= 3
                   MOVE "LOCKED ID" TO WS-Signon-Detail
               WHEN WS-OM-Hash(WS-Oper-Sub) = SPACE
                   MOVE "NO PASSWORD ON FILE" TO WS-Signon-Detail
               WHEN WS-OM-State(WS-Oper-Sub) = "P"
                   MOVE "ISSUED PASSWORD NOT YET CHANGED"
                       TO WS-Signon-Detail
               WHEN WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   MOVE "PASSWORD EXPIRED" TO WS-Signon-Detail
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Signon-Detail NOT = SPACE
               DISPLAY "Load-Backout: " WS-Signon-ID
                   " cannot be accepted - " WS-Signon-Detail
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               GO TO Confirm-Operator-Password-Exit
           END-IF
           DISPLAY "Load-Backout: password for "
               WS-Signon-ID ": "
           ACCEPT WS-Pwd-Keyed WITH NO-ECHO
           PERFORM Verify-Keyed-Password.
       Confirm-Operator-Password-Exit.
           EXIT.
