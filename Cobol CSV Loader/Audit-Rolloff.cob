      * Quarterly roll-off of CRASH-AUDIT.DAT. Every completed
      * quarter at the head of the file is moved to its own sealed
      * archive, CRASH-AUDIT.yyyyQn.DAT, and CRASH-AUDIT.DAT is
      * rewritten holding only the current quarter. Nothing in the
      * chain is renumbered or recomputed: the records go into the
      * archive exactly as written, and the archive ends with a
      * SEAL record repeating its closing sequence number and check
      * value, the quarter's dates, the record count and when it
      * was sealed. The file that follows - the next quarter's
      * archive, or the new CRASH-AUDIT.DAT - opens with a CARRY
      * record holding the same closing values and naming the
      * archive, so Audit-Verify picks the chain up where the
      * archive left it and can hold the two against each other.
      * The roll-off refuses to run while Batch-Driver has a cycle
      * in flight or a maintenance session holds
      * MAINT-INTERLOCK.DAT, and it CALLs Audit-Verify first: a
      * broken chain is never sealed. An archive that already
      * exists is never overwritten. Run Audit-Report for the
      * quarter before it is rolled off - the auditors' review reads
      * CRASH-AUDIT.DAT only.
      * The records being kept are staged in AUDIT-ROLLOFF.TMP
      * before CRASH-AUDIT.DAT is rewritten; if the run dies while
      * rewriting, that file holds them. AUDIT-ROLLOFF.RPT lists
      * each archive written and the counts that must agree.
      * Return code 0 when rolled off or nothing was due, 8 when
      * the new file does not verify, 16 when the run is refused or
      * an archive cannot be written in full - CRASH-AUDIT.DAT is
      * then left as it was.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audit-Rolloff.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AuditFile ASSIGN TO "CRASH-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-Status.

       SELECT WorkFile ASSIGN TO "AUDIT-ROLLOFF.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Work-Status.

       SELECT ArchiveFile ASSIGN TO DYNAMIC WS-Archive-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Archive-Status.

       SELECT BatchLockFile ASSIGN TO "BATCH-INTERLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BLock-Status.

       SELECT MaintLockFile ASSIGN TO "MAINT-INTERLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MLock-Status.

       SELECT ReportFile ASSIGN TO "AUDIT-ROLLOFF.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD WorkFile.
       01 WorkRec PIC X(1470).
       88 EndOfWorkFile VALUE HIGH-VALUES.

       FD ArchiveFile.
       01 ArchiveRec PIC X(1470).

       FD BatchLockFile.
       01 BatchLockRec PIC X(40).

       FD MaintLockFile.
       01 MaintLockRec PIC X(40).

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Audit-Status PIC X(2).
       01 WS-Work-Status PIC X(2).
       01 WS-Archive-Status PIC X(2).
       01 WS-BLock-Status PIC X(2).
       01 WS-MLock-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Archive-Name PIC X(40) VALUE SPACE.
       01 WS-Run-Stamp PIC 9(14).

      * Quarters are keyed yyyyq - 20263 is July to September 2026.
       01 WS-Current-Key PIC 9(5).
       01 WS-Record-Key PIC 9(5).
       01 WS-Key-Year PIC 9(4).
       01 WS-Key-Month PIC 9(2).
       01 WS-Key-Quarter PIC 9(1).
       01 WS-Quarter-Table.
           02 WS-QT-Entry OCCURS 40 TIMES.
               03 WS-QT-Key PIC 9(5).
               03 WS-QT-Name PIC X(22).
               03 WS-QT-Records PIC 9(9) COMP.
               03 WS-QT-First-Seq PIC 9(9).
               03 WS-QT-Last-Seq PIC 9(9).
               03 WS-QT-Check PIC 9(10).
       01 WS-Quarters-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-QT-Sub PIC 9(2) COMP.
       01 WS-Head-Switch PIC X(1).
           88 At-File-Head VALUE "Y".
       01 WS-Roll-Switch PIC X(1).
           88 Still-Rolling VALUE "Y".
       01 WS-Archive-State PIC X(1) VALUE "N".
           88 Archive-Is-Open VALUE "Y".
       01 WS-Split-State PIC X(1) VALUE "N".
           88 Split-Failed VALUE "Y".

      * The chain as it stands at the end of the last record
      * archived - what the SEAL and the next CARRY repeat.
       01 WS-Close-Seq PIC 9(9) VALUE ZERO.
       01 WS-Close-Check PIC 9(10) VALUE ZERO.
       01 WS-Carry-Held PIC X(1) VALUE "N".
           88 Carry-Record-Held VALUE "Y".
       01 WS-Held-Carry PIC X(1470).
       01 WS-Held-Record PIC X(1470).

       01 WS-Read-Count PIC 9(9) VALUE ZERO.
       01 WS-Archived-Count PIC 9(9) VALUE ZERO.
       01 WS-Kept-Count PIC 9(9) VALUE ZERO.
       01 WS-Copied-Count PIC 9(9) VALUE ZERO.

       01 WS-Seal-Text.
           02 FILLER PIC X(7) VALUE "SEALED ".
           02 WS-ST-Quarter PIC X(6).
           02 FILLER PIC X(6) VALUE " FROM ".
           02 WS-ST-From PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-ST-To PIC 9(8).
           02 FILLER PIC X(9) VALUE " RECORDS ".
           02 WS-ST-Records PIC 9(7).
           02 FILLER PIC X(4) VALUE " ON ".
           02 WS-ST-Stamp PIC 9(14).
       01 WS-Carry-Text.
           02 FILLER PIC X(13) VALUE "CARRIED FROM ".
           02 WS-CT-Archive PIC X(22).
           02 FILLER PIC X(14) VALUE " RECORDS FROM ".
           02 WS-CT-From PIC 9(8).
       01 WS-Quarter-Text.
           02 WS-QX-Year PIC 9(4).
           02 FILLER PIC X(1) VALUE "Q".
           02 WS-QX-Quarter PIC 9(1).
       01 WS-Quarter-Start.
           02 WS-QS-Year PIC 9(4).
           02 WS-QS-Month PIC 9(2).
           02 FILLER PIC 9(2) VALUE 01.
       01 WS-Quarter-End.
           02 WS-QE-Year PIC 9(4).
           02 WS-QE-Month PIC 9(2).
           02 WS-QE-Day PIC 9(2).

       01 WS-Maint-Lock-Line.
           02 FILLER PIC X(6) VALUE "MAINT ".
           02 WS-ML-Holder PIC X(8) VALUE "ROLLOFF".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-ML-Stamp PIC 9(14).

       01 WS-Title-Line.
           02 FILLER PIC X(31) VALUE "CRASH AUDIT QUARTERLY ROLL-OFF ".
           02 FILLER PIC X(7) VALUE "RUN AT ".
           02 WS-TL-Stamp PIC 9(14).
       01 WS-Archive-Heading.
           02 FILLER PIC X(24) VALUE "ARCHIVE".
           02 FILLER PIC X(8) VALUE "QUARTER".
           02 FILLER PIC X(12) VALUE "     RECORDS".
           02 FILLER PIC X(11) VALUE "  FIRST SEQ".
           02 FILLER PIC X(11) VALUE "   LAST SEQ".
           02 FILLER PIC X(15) VALUE "  CLOSING CHECK".
       01 WS-Archive-Line.
           02 WS-AL-Name PIC X(22).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-AL-Quarter PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-AL-Records PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-AL-First PIC 9(9).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-AL-Last PIC 9(9).
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-AL-Check PIC 9(10).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(44).
           02 WS-CL-Count PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Stamp
           MOVE WS-Run-Stamp(1:4) TO WS-Key-Year
           MOVE WS-Run-Stamp(5:2) TO WS-Key-Month
           PERFORM Make-Quarter-Key
           MOVE WS-Record-Key TO WS-Current-Key
           PERFORM Check-Interlocks THRU Check-Interlocks-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
      * A fresh copy each time - Audit-Verify starts from its
      * VALUE clauses, not from where the last call left off.
           CANCEL "Audit-Verify"
           CALL "Audit-Verify"
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 4
                   DISPLAY "Audit-Rolloff: no CRASH-AUDIT.DAT - "
                       "nothing to roll off"
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Audit-Rolloff: CRASH-AUDIT.DAT did not "
                       "verify - see AUDIT-VERIFY.RPT; a broken "
                       "chain is not sealed"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           PERFORM Find-Quarters-Due THRU Find-Quarters-Due-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           IF WS-Quarters-Used = ZERO
               DISPLAY "Audit-Rolloff: no completed quarter in "
                   "CRASH-AUDIT.DAT - nothing to roll off"
               GOBACK
           END-IF
           PERFORM Set-Maint-Interlock
           PERFORM Split-Audit-File THRU Split-Audit-File-Exit
           IF RETURN-CODE NOT = 0
               PERFORM Clear-Maint-Interlock
               GOBACK
           END-IF
           PERFORM Rewrite-Audit-File THRU Rewrite-Audit-File-Exit
           PERFORM Clear-Maint-Interlock
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Write-Rolloff-Report
           DISPLAY "Audit-Rolloff: " WS-Quarters-Used " quarter(s), "
               WS-Archived-Count " record(s) sealed; "
               WS-Kept-Count " kept in CRASH-AUDIT.DAT"
      * The new file must verify from its CARRY record on, against
      * the seal of the archive it names.
           CANCEL "Audit-Verify"
           CALL "Audit-Verify"
           IF RETURN-CODE NOT = 0
               DISPLAY "Audit-Rolloff: *** WARNING *** the new "
                   "CRASH-AUDIT.DAT did not verify - see "
                   "AUDIT-VERIFY.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * Neither a batch cycle nor a maintenance session may be
      * writing the audit file while it is split.
       Check-Interlocks.
           OPEN INPUT BatchLockFile
           IF WS-BLock-Status = "00"
               READ BatchLockFile
                   AT END CONTINUE
                   NOT AT END
                       IF BatchLockRec(1:5) = "CYCLE"
                           DISPLAY "Audit-Rolloff: Batch-Driver "
                               "holds the master - " BatchLockRec
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE BatchLockFile
           END-IF
           IF RETURN-CODE NOT = 0
               GO TO Check-Interlocks-Exit
           END-IF
           OPEN INPUT MaintLockFile
           IF WS-MLock-Status = "00"
               READ MaintLockFile
                   AT END CONTINUE
                   NOT AT END
                       IF MaintLockRec(1:6) = "MAINT "
                           DISPLAY "Audit-Rolloff: a maintenance "
                               "session holds the master - "
                               MaintLockRec
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE MaintLockFile
           END-IF
           IF RETURN-CODE NOT = 0
               DISPLAY "Audit-Rolloff: run refused until the master "
                   "is free"
           END-IF.
       Check-Interlocks-Exit.
           EXIT.

       Set-Maint-Interlock.
           OPEN OUTPUT MaintLockFile
           IF WS-MLock-Status NOT = "00"
               DISPLAY "Audit-Rolloff: *** WARNING *** unable to "
                   "write MAINT-INTERLOCK.DAT, status "
                   WS-MLock-Status
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ML-Stamp
               MOVE WS-Maint-Lock-Line TO MaintLockRec
               WRITE MaintLockRec
               CLOSE MaintLockFile
           END-IF.

       Clear-Maint-Interlock.
           OPEN OUTPUT MaintLockFile
           IF WS-MLock-Status = "00"
               MOVE "CLEAR" TO MaintLockRec
               WRITE MaintLockRec
               CLOSE MaintLockFile
           END-IF.

      * WS-Key-Year and WS-Key-Month to the yyyyq key.
       Make-Quarter-Key.
           COMPUTE WS-Key-Quarter = (WS-Key-Month + 2) / 3
           COMPUTE WS-Record-Key = WS-Key-Year * 10 + WS-Key-Quarter.

      * The completed quarters at the head of the file, in order.
      * The file is in time order, so the first record of the
      * current quarter ends the run of quarters due. Each must
      * not already have an archive.
       Find-Quarters-Due.
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Audit-Rolloff: unable to open "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
               MOVE 16 TO RETURN-CODE
               GO TO Find-Quarters-Due-Exit
           END-IF
           SET Still-Rolling TO TRUE
           PERFORM UNTIL EndOfAuditFile OR NOT Still-Rolling
               READ AuditFile
                   AT END SET EndOfAuditFile TO TRUE
                   NOT AT END
                       IF AudAction NOT = "CARRY" AND
                               AudTimestamp IS NUMERIC
                           MOVE AudTimestamp(1:4) TO WS-Key-Year
                           MOVE AudTimestamp(5:2) TO WS-Key-Month
                           PERFORM Make-Quarter-Key
                           IF WS-Record-Key NOT < WS-Current-Key
                               MOVE "N" TO WS-Roll-Switch
                           ELSE
                               PERFORM Note-Quarter-Due
                                   THRU Note-Quarter-Due-Exit
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile
           PERFORM VARYING WS-QT-Sub FROM 1 BY 1
                   UNTIL WS-QT-Sub > WS-Quarters-Used
               MOVE WS-QT-Name(WS-QT-Sub) TO WS-Archive-Name
               OPEN INPUT ArchiveFile
               IF WS-Archive-Status = "00"
                   CLOSE ArchiveFile
                   DISPLAY "Audit-Rolloff: " WS-QT-Name(WS-QT-Sub)
                       " already exists - an archive is never "
                       "overwritten; run refused"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-PERFORM.
       Find-Quarters-Due-Exit.
           EXIT.

       Note-Quarter-Due.
           IF WS-Quarters-Used > ZERO
               IF WS-Record-Key NOT > WS-QT-Key(WS-Quarters-Used)
                   GO TO Note-Quarter-Due-Exit
               END-IF
           END-IF
           IF WS-Quarters-Used >= 40
               GO TO Note-Quarter-Due-Exit
           END-IF
           ADD 1 TO WS-Quarters-Used
           MOVE WS-Record-Key TO WS-QT-Key(WS-Quarters-Used)
           MOVE WS-Key-Year TO WS-QX-Year
           MOVE WS-Key-Quarter TO WS-QX-Quarter
           MOVE SPACE TO WS-QT-Name(WS-Quarters-Used)
           STRING "CRASH-AUDIT." WS-Quarter-Text ".DAT"
               DELIMITED BY SIZE INTO WS-QT-Name(WS-Quarters-Used)
           MOVE ZERO TO WS-QT-Records(WS-Quarters-Used)
           MOVE ZERO TO WS-QT-First-Seq(WS-Quarters-Used)
           MOVE ZERO TO WS-QT-Last-Seq(WS-Quarters-Used)
           MOVE ZERO TO WS-QT-Check(WS-Quarters-Used).
       Note-Quarter-Due-Exit.
           EXIT.

      * One pass: records of a due quarter go to that quarter's
      * archive, everything from the first current-quarter record
      * on goes to the work file. A record stamped out of order
      * stays with the archive already open, so the chain is never
      * split out of sequence.
       Split-Audit-File.
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Audit-Rolloff: unable to reopen "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
               MOVE 16 TO RETURN-CODE
               GO TO Split-Audit-File-Exit
           END-IF
           OPEN OUTPUT WorkFile
           IF WS-Work-Status NOT = "00"
               DISPLAY "Audit-Rolloff: unable to open "
                   "AUDIT-ROLLOFF.TMP, status " WS-Work-Status
               CLOSE AuditFile
               MOVE 16 TO RETURN-CODE
               GO TO Split-Audit-File-Exit
           END-IF
           MOVE SPACE TO AuditRec
           SET At-File-Head TO TRUE
           SET Still-Rolling TO TRUE
           MOVE ZERO TO WS-QT-Sub
           PERFORM UNTIL EndOfAuditFile OR Split-Failed
               READ AuditFile
                   AT END SET EndOfAuditFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Route-One-Record
                           THRU Route-One-Record-Exit
                       MOVE "N" TO WS-Head-Switch
               END-READ
           END-PERFORM
           IF Archive-Is-Open AND NOT Split-Failed
               PERFORM Seal-Archive THRU Seal-Archive-Exit
           END-IF
      * An archive left open here is one that failed part-written.
           IF Archive-Is-Open
               CLOSE ArchiveFile
               MOVE "N" TO WS-Archive-State
           END-IF
           IF Split-Failed
               DISPLAY "Audit-Rolloff: CRASH-AUDIT.DAT left as it "
                   "was - remove the archive(s) this run wrote, "
                   "through " WS-QT-Name(WS-QT-Sub) ", before "
                   "rerunning"
           END-IF
           CLOSE AuditFile
           CLOSE WorkFile.
       Split-Audit-File-Exit.
           EXIT.

       Route-One-Record.
           IF At-File-Head AND AudAction = "CARRY"
               MOVE AuditRec TO WS-Held-Carry
               SET Carry-Record-Held TO TRUE
               GO TO Route-One-Record-Exit
           END-IF
           IF Still-Rolling AND AudTimestamp IS NUMERIC
               MOVE AudTimestamp(1:4) TO WS-Key-Year
               MOVE AudTimestamp(5:2) TO WS-Key-Month
               PERFORM Make-Quarter-Key
               IF WS-Record-Key NOT < WS-Current-Key
                   MOVE "N" TO WS-Roll-Switch
               END-IF
           END-IF
           IF NOT Still-Rolling
               WRITE WorkRec FROM AuditRec
               IF WS-Work-Status NOT = "00"
                   DISPLAY "Audit-Rolloff: unable to write "
                       "AUDIT-ROLLOFF.TMP, status " WS-Work-Status
                   MOVE 16 TO RETURN-CODE
                   SET Split-Failed TO TRUE
                   GO TO Route-One-Record-Exit
               END-IF
               ADD 1 TO WS-Kept-Count
               GO TO Route-One-Record-Exit
           END-IF
           IF WS-QT-Sub < WS-Quarters-Used
               IF NOT Archive-Is-Open OR
                       WS-Record-Key > WS-QT-Key(WS-QT-Sub)
                   MOVE AuditRec TO WS-Held-Record
                   PERFORM Open-Next-Archive
                       THRU Open-Next-Archive-Exit
                   MOVE WS-Held-Record TO AuditRec
                   IF Split-Failed
                       GO TO Route-One-Record-Exit
                   END-IF
               END-IF
           END-IF
           WRITE ArchiveRec FROM AuditRec
           PERFORM Check-Archive-Write
           IF Split-Failed
               GO TO Route-One-Record-Exit
           END-IF
           ADD 1 TO WS-Archived-Count
           ADD 1 TO WS-QT-Records(WS-QT-Sub)
           IF AudSeq IS NUMERIC AND AudCheck IS NUMERIC
               IF WS-QT-First-Seq(WS-QT-Sub) = ZERO
                   MOVE AudSeq TO WS-QT-First-Seq(WS-QT-Sub)
               END-IF
               MOVE AudSeq TO WS-Close-Seq
               MOVE AudCheck TO WS-Close-Check
           END-IF.
       Route-One-Record-Exit.
           EXIT.

      * Seals the archive in hand and opens the next; both use the
      * record area, so the caller holds the record being routed.
      * The first archive takes over the CARRY record the old file
      * opened with; each later one opens with a CARRY naming the
      * archive before it.
       Open-Next-Archive.
           IF Archive-Is-Open
               PERFORM Seal-Archive THRU Seal-Archive-Exit
               IF Split-Failed
                   GO TO Open-Next-Archive-Exit
               END-IF
           END-IF
           ADD 1 TO WS-QT-Sub
           MOVE WS-QT-Name(WS-QT-Sub) TO WS-Archive-Name
           OPEN OUTPUT ArchiveFile
           IF WS-Archive-Status NOT = "00"
               DISPLAY "Audit-Rolloff: unable to write archive "
                   WS-QT-Name(WS-QT-Sub) ", status "
                   WS-Archive-Status
               MOVE 16 TO RETURN-CODE
               SET Split-Failed TO TRUE
               GO TO Open-Next-Archive-Exit
           END-IF
           SET Archive-Is-Open TO TRUE
           IF WS-QT-Sub = 1
               IF Carry-Record-Held
                   WRITE ArchiveRec FROM WS-Held-Carry
                   PERFORM Check-Archive-Write
               END-IF
           ELSE
               MOVE WS-QT-Name(WS-QT-Sub - 1) TO WS-CT-Archive
               MOVE WS-QT-Key(WS-QT-Sub) TO WS-Record-Key
               PERFORM Set-Quarter-Dates
               MOVE WS-Quarter-Start TO WS-CT-From
               PERFORM Build-Carry-Record
               WRITE ArchiveRec FROM AuditRec
               PERFORM Check-Archive-Write
           END-IF.
       Open-Next-Archive-Exit.
           EXIT.

      * An archive the quarter cannot be written to in full stops
      * the split; Begin then leaves CRASH-AUDIT.DAT as it was.
       Check-Archive-Write.
           IF WS-Archive-Status NOT = "00"
               DISPLAY "Audit-Rolloff: unable to write archive "
                   WS-QT-Name(WS-QT-Sub) ", status "
                   WS-Archive-Status
               MOVE 16 TO RETURN-CODE
               SET Split-Failed TO TRUE
           END-IF.

       Seal-Archive.
           MOVE WS-QT-Key(WS-QT-Sub) TO WS-Record-Key
           PERFORM Set-Quarter-Dates
           MOVE WS-Quarter-Text TO WS-ST-Quarter
           MOVE WS-Quarter-Start TO WS-ST-From
           MOVE WS-Quarter-End TO WS-ST-To
           MOVE WS-QT-Records(WS-QT-Sub) TO WS-ST-Records
           MOVE WS-Run-Stamp TO WS-ST-Stamp
           MOVE WS-Close-Seq TO WS-QT-Last-Seq(WS-QT-Sub)
           MOVE WS-Close-Check TO WS-QT-Check(WS-QT-Sub)
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE "ROLLOFF" TO AudOperator
           MOVE "SEAL" TO AudAction
           MOVE WS-Seal-Text TO AudImage
           MOVE WS-Close-Seq TO AudSeq
           MOVE WS-Close-Check TO AudCheck
           WRITE ArchiveRec FROM AuditRec
           PERFORM Check-Archive-Write
           IF Split-Failed
               GO TO Seal-Archive-Exit
           END-IF
           CLOSE ArchiveFile
           MOVE "N" TO WS-Archive-State.
       Seal-Archive-Exit.
           EXIT.

      * A CARRY record in AuditRec, from WS-CT-Archive, WS-CT-From
      * and the closing sequence and check value.
       Build-Carry-Record.
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE "ROLLOFF" TO AudOperator
           MOVE "CARRY" TO AudAction
           MOVE WS-Carry-Text TO AudImage
           MOVE WS-Close-Seq TO AudSeq
           MOVE WS-Close-Check TO AudCheck.

      * First and last day of the quarter keyed in WS-Record-Key.
       Set-Quarter-Dates.
           DIVIDE WS-Record-Key BY 10 GIVING WS-Key-Year
               REMAINDER WS-Key-Quarter
           MOVE WS-Key-Year TO WS-QX-Year
           MOVE WS-Key-Quarter TO WS-QX-Quarter
           MOVE WS-Key-Year TO WS-QS-Year
           MOVE WS-Key-Year TO WS-QE-Year
           COMPUTE WS-QS-Month = WS-Key-Quarter * 3 - 2
           COMPUTE WS-QE-Month = WS-Key-Quarter * 3
           IF WS-QE-Month = 3 OR WS-QE-Month = 12
               MOVE 31 TO WS-QE-Day
           ELSE
               MOVE 30 TO WS-QE-Day
           END-IF.

      * CRASH-AUDIT.DAT again: the CARRY record naming the last
      * archive sealed, then the records kept.
       Rewrite-Audit-File.
           OPEN INPUT WorkFile
           IF WS-Work-Status NOT = "00"
               DISPLAY "Audit-Rolloff: unable to reopen "
                   "AUDIT-ROLLOFF.TMP, status " WS-Work-Status
                   " - CRASH-AUDIT.DAT was left as it was"
               MOVE 16 TO RETURN-CODE
               GO TO Rewrite-Audit-File-Exit
           END-IF
           OPEN OUTPUT AuditFile
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Audit-Rolloff: unable to rewrite "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
                   " - the records kept are in AUDIT-ROLLOFF.TMP"
               CLOSE WorkFile
               MOVE 16 TO RETURN-CODE
               GO TO Rewrite-Audit-File-Exit
           END-IF
           MOVE WS-QT-Name(WS-Quarters-Used) TO WS-CT-Archive
           MOVE WS-Current-Key TO WS-Record-Key
           PERFORM Set-Quarter-Dates
           MOVE WS-Quarter-Start TO WS-CT-From
           PERFORM Build-Carry-Record
           WRITE AuditRec
           PERFORM UNTIL EndOfWorkFile
               READ WorkFile
                   AT END SET EndOfWorkFile TO TRUE
                   NOT AT END
                       WRITE AuditRec FROM WorkRec
                       ADD 1 TO WS-Copied-Count
               END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE AuditFile
           IF WS-Copied-Count NOT = WS-Kept-Count
               DISPLAY "Audit-Rolloff: *** WARNING *** "
                   WS-Copied-Count " record(s) copied back of "
                   WS-Kept-Count " kept - the full set is in "
                   "AUDIT-ROLLOFF.TMP"
               MOVE 16 TO RETURN-CODE
           END-IF.
       Rewrite-Audit-File-Exit.
           EXIT.

       Write-Rolloff-Report.
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Audit-Rolloff: *** WARNING *** unable to "
                   "open AUDIT-ROLLOFF.RPT, status " WS-Report-Status
           ELSE
               MOVE WS-Run-Stamp TO WS-TL-Stamp
               MOVE WS-Title-Line TO ReportLine
               WRITE ReportLine
               MOVE SPACE TO ReportLine
               WRITE ReportLine
               MOVE WS-Archive-Heading TO ReportLine
               WRITE ReportLine
               PERFORM VARYING WS-QT-Sub FROM 1 BY 1
                       UNTIL WS-QT-Sub > WS-Quarters-Used
                   MOVE WS-QT-Key(WS-QT-Sub) TO WS-Record-Key
                   PERFORM Set-Quarter-Dates
                   MOVE WS-QT-Name(WS-QT-Sub) TO WS-AL-Name
                   MOVE WS-Quarter-Text TO WS-AL-Quarter
                   MOVE WS-QT-Records(WS-QT-Sub) TO WS-AL-Records
                   MOVE WS-QT-First-Seq(WS-QT-Sub) TO WS-AL-First
                   MOVE WS-QT-Last-Seq(WS-QT-Sub) TO WS-AL-Last
                   MOVE WS-QT-Check(WS-QT-Sub) TO WS-AL-Check
                   MOVE WS-Archive-Line TO ReportLine
                   WRITE ReportLine
               END-PERFORM
               MOVE SPACE TO ReportLine
               WRITE ReportLine
               MOVE "  Records read from CRASH-AUDIT.DAT"
                   TO WS-CL-Label
               MOVE WS-Read-Count TO WS-CL-Count
               MOVE WS-Count-Line TO ReportLine
               WRITE ReportLine
               MOVE "  Records sealed into archives" TO WS-CL-Label
               MOVE WS-Archived-Count TO WS-CL-Count
               MOVE WS-Count-Line TO ReportLine
               WRITE ReportLine
               MOVE "  Records kept in CRASH-AUDIT.DAT"
                   TO WS-CL-Label
               MOVE WS-Kept-Count TO WS-CL-Count
               MOVE WS-Count-Line TO ReportLine
               WRITE ReportLine
               MOVE SPACE TO ReportLine
               STRING "NEW CRASH-AUDIT.DAT CARRIES FROM "
                   WS-QT-Name(WS-Quarters-Used) " AT SEQUENCE "
                   WS-Close-Seq " CHECK " WS-Close-Check
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
               MOVE "VERIFY EACH ARCHIVE WITH AUDIT-VERIFY AND FILE "
                   TO ReportLine
               WRITE ReportLine
               MOVE "ITS CERTIFIED SUMMARY WITH THIS REPORT."
                   TO ReportLine
               WRITE ReportLine
               CLOSE ReportFile
           END-IF.
