      * Proves CRASH-AUDIT.DAT has not been tampered with. Every
      * record Crash-Maint, Reject-Repair, Load-Backout and
      * Mass-Correct write carries a sequence number one above the
      * record before it and a check value folded from that
      * record's bytes and the previous check value, so a line
      * edited, inserted or taken out breaks the chain from that
      * point. This program walks the whole file, recomputes every
      * check value, and lists each break in AUDIT-VERIFY.RPT:
      *   - a sequence number out of step (records missing, or
      *     repeated or moved)
      *   - a check value that does not recompute (record altered)
      *   - an unnumbered record inside the chain (record inserted)
      *   - a chain that does not start at 1, a CARRY record
      *     anywhere but the head, a SEAL that does not close the
      *     chain, or anything after a SEAL
      * Records written before numbering began are counted and
      * passed over, as long as they all come first.
      * Cutting lines off the END of the file leaves the chain
      * intact, so every clean run appends a certificate - the
      * file name, last sequence number and closing check value -
      * to AUDIT-CERTIFICATES.DAT, and the next run checks that the
      * last certified record is still present and unchanged.
      * A file rolled over by Audit-Rolloff starts with a CARRY
      * record carrying the closing values of the sealed archive
      * before it; the chain is seeded from those, and when that
      * archive is on line its SEAL record must match them.
      * The report ends with a certified summary for the auditors.
      * Run with no argument to verify CRASH-AUDIT.DAT, or with an
      * archive's file name to verify that archive. Crash-Recover
      * and Audit-Rolloff CALL this program before trusting or
      * sealing the journal.
      * Return code 0 when the chain is intact, 4 when there is no
      * audit file, 8 on any break, 16 when the run cannot start.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audit-Verify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AuditFile ASSIGN TO DYNAMIC WS-Audit-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-Status.

       SELECT ArchiveFile ASSIGN TO DYNAMIC WS-Archive-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Archive-Status.

       SELECT CertFile ASSIGN TO "AUDIT-CERTIFICATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cert-Status.

       SELECT ReportFile ASSIGN TO "AUDIT-VERIFY.RPT"
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

       FD ArchiveFile.
       01 ArchiveRec.
       88 EndOfArchiveFile VALUE HIGH-VALUES.
       02 FILLER PIC X(26).
       02 ArcAction PIC X(6).
       02 FILLER PIC X(1418).
       02 ArcSeq PIC 9(9).
       02 FILLER PIC X(1).
       02 ArcCheck PIC 9(10).

       FD CertFile.
       01 CertRec PIC X(90).
       88 EndOfCertFile VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Audit-Status PIC X(2).
       01 WS-Archive-Status PIC X(2).
       01 WS-Cert-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Run-Arg PIC X(40) VALUE SPACE.
       01 WS-Audit-Name PIC X(40) VALUE SPACE.
       01 WS-Archive-Name PIC X(40) VALUE SPACE.
       01 WS-Run-Stamp PIC 9(14).

      * The chain as walked so far.
       01 WS-Chain-State PIC X(1) VALUE "N".
           88 Chain-Started VALUE "Y".
       01 WS-Seal-State PIC X(1) VALUE "N".
           88 Seal-Found VALUE "Y".
       01 WS-Carry-State PIC X(1) VALUE "N".
           88 Carry-Found VALUE "Y".
       01 WS-Prev-Seq PIC 9(9) VALUE ZERO.
       01 WS-Prev-Check PIC 9(10) VALUE ZERO.
       01 WS-Expect-Seq PIC 9(9).
       01 WS-Open-Seq PIC 9(9) VALUE ZERO.
       01 WS-Open-Check PIC 9(10) VALUE ZERO.
       01 WS-First-Seq PIC 9(9) VALUE ZERO.
       01 WS-First-Stamp PIC 9(16) VALUE ZERO.
       01 WS-Last-Stamp PIC 9(16) VALUE ZERO.
       01 WS-Seq-Ok PIC X(1).
           88 Seq-In-Step VALUE "Y".
       01 WS-Chain-Work PIC 9(12) COMP.
       01 WS-Chain-Quotient PIC 9(4) COMP.
       01 WS-Chain-Pos PIC 9(4) COMP.

      * SEAL and CARRY record text, as Audit-Rolloff writes it.
       01 WS-Seal-Text.
           02 FILLER PIC X(7).
           02 WS-ST-Quarter PIC X(6).
           02 FILLER PIC X(6).
           02 WS-ST-From PIC 9(8).
           02 FILLER PIC X(4).
           02 WS-ST-To PIC 9(8).
           02 FILLER PIC X(9).
           02 WS-ST-Records PIC 9(7).
       01 WS-Carry-Text.
           02 FILLER PIC X(13).
           02 WS-CT-Archive PIC X(22).
           02 FILLER PIC X(14).
           02 WS-CT-From PIC 9(8).
       01 WS-Seal-Quarter PIC X(6) VALUE SPACE.
       01 WS-Carry-Archive PIC X(22) VALUE SPACE.
       01 WS-Carry-Seq PIC 9(9) VALUE ZERO.
       01 WS-Carry-Check PIC 9(10) VALUE ZERO.
       01 WS-Archive-Result PIC X(60) VALUE SPACE.
       01 WS-Arc-Last-Action PIC X(6).
       01 WS-Arc-Last-Seq PIC 9(9).
       01 WS-Arc-Last-Check PIC 9(10).

      * The last certificate on file for this audit file.
       01 WS-Cert-Line.
           02 FILLER PIC X(5) VALUE "CERT ".
           02 WS-CL-Stamp PIC 9(14).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-CL-File PIC X(40).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-CL-Seq PIC 9(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-CL-Check PIC 9(10).
       01 WS-Cert-State PIC X(1) VALUE "N".
           88 Certificate-On-File VALUE "Y".
       01 WS-Cert-Seen PIC X(1) VALUE "N".
           88 Certified-Record-Seen VALUE "Y".
       01 WS-Cert-Stamp PIC 9(14) VALUE ZERO.
       01 WS-Cert-Seq PIC 9(9) VALUE ZERO.
       01 WS-Cert-Check PIC 9(10) VALUE ZERO.

       01 WS-Read-Count PIC 9(9) VALUE ZERO.
       01 WS-Legacy-Count PIC 9(9) VALUE ZERO.
       01 WS-Chained-Count PIC 9(9) VALUE ZERO.
       01 WS-Add-Count PIC 9(9) VALUE ZERO.
       01 WS-Update-Count PIC 9(9) VALUE ZERO.
       01 WS-Delete-Count PIC 9(9) VALUE ZERO.
       01 WS-Override-Count PIC 9(9) VALUE ZERO.
       01 WS-Break-Count PIC 9(7) VALUE ZERO.
       01 WS-Break-Text PIC X(56).

       01 WS-Title-Line.
           02 FILLER PIC X(32) VALUE "CRASH AUDIT CHAIN VERIFICATION -".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-TL-File PIC X(40).
           02 FILLER PIC X(7) VALUE " RUN AT".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-TL-Stamp PIC 9(14).
       01 WS-Break-Heading.
           02 FILLER PIC X(10) VALUE "SEQUENCE".
           02 FILLER PIC X(17) VALUE "TIMESTAMP".
           02 FILLER PIC X(7) VALUE "ACTION".
           02 FILLER PIC X(7) VALUE "CRASH".
           02 FILLER PIC X(56) VALUE "BREAK".
       01 WS-Break-Line.
           02 WS-BL-Seq PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-BL-Stamp PIC X(16).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-BL-Action PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-BL-CrashID PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-BL-Text PIC X(56).
       01 WS-Summary-Line.
           02 WS-SL-Label PIC X(40).
           02 WS-SL-Value PIC X(60).
       01 WS-Edit-Count PIC ZZZ,ZZZ,ZZ9.
       01 WS-Sign-Line.
           02 FILLER PIC X(40) VALUE
               "VERIFIED FOR THE AUDITORS BY ___________".
           02 FILLER PIC X(30) VALUE
               "______________   DATE ________".

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Stamp
           ACCEPT WS-Run-Arg FROM COMMAND-LINE
           IF WS-Run-Arg = SPACE
               MOVE "CRASH-AUDIT.DAT" TO WS-Audit-Name
           ELSE
               UNSTRING WS-Run-Arg DELIMITED BY ALL " "
                   INTO WS-Audit-Name
           END-IF
           OPEN INPUT AuditFile
           IF WS-Audit-Status = "35"
               DISPLAY "Audit-Verify: no " WS-Audit-Name
                   " - nothing to verify"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Audit-Verify: unable to open " WS-Audit-Name
                   ", status " WS-Audit-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Audit-Verify: unable to open "
                   "AUDIT-VERIFY.RPT, status " WS-Report-Status
               CLOSE AuditFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-Last-Certificate
               THRU Load-Last-Certificate-Exit
           MOVE WS-Audit-Name TO WS-TL-File
           MOVE WS-Run-Stamp TO WS-TL-Stamp
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "BREAKS IN THE CHAIN" TO ReportLine
           WRITE ReportLine
           MOVE WS-Break-Heading TO ReportLine
           WRITE ReportLine
           PERFORM UNTIL EndOfAuditFile
               READ AuditFile
                   AT END SET EndOfAuditFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Verify-One-Record
                           THRU Verify-One-Record-Exit
               END-READ
           END-PERFORM
           CLOSE AuditFile
           PERFORM Check-Certificate-Held
           IF Carry-Found
               PERFORM Check-Carried-Archive
                   THRU Check-Carried-Archive-Exit
           END-IF
           IF WS-Break-Count = ZERO
               MOVE "  NONE" TO ReportLine
               WRITE ReportLine
           END-IF
           PERFORM Write-Certified-Summary
           CLOSE ReportFile
           IF WS-Break-Count = ZERO
               PERFORM Append-Certificate
               DISPLAY "Audit-Verify: " WS-Audit-Name " chain intact "
                   "through sequence " WS-Prev-Seq " - certified"
           ELSE
               DISPLAY "Audit-Verify: *** WARNING *** "
                   WS-Break-Count " break(s) in " WS-Audit-Name
                   " - see AUDIT-VERIFY.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * The newest certificate for this file name. An older one is
      * superseded - the chain only ever grows at the end.
       Load-Last-Certificate.
           OPEN INPUT CertFile
           IF WS-Cert-Status NOT = "00"
               GO TO Load-Last-Certificate-Exit
           END-IF
           PERFORM UNTIL EndOfCertFile
               READ CertFile
                   AT END SET EndOfCertFile TO TRUE
                   NOT AT END
                       MOVE CertRec TO WS-Cert-Line
                       IF CertRec(1:5) = "CERT " AND
                               WS-CL-File = WS-Audit-Name AND
                               WS-CL-Seq IS NUMERIC AND
                               WS-CL-Check IS NUMERIC
                           SET Certificate-On-File TO TRUE
                           MOVE WS-CL-Stamp TO WS-Cert-Stamp
                           MOVE WS-CL-Seq TO WS-Cert-Seq
                           MOVE WS-CL-Check TO WS-Cert-Check
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CertFile.
       Load-Last-Certificate-Exit.
           EXIT.

       Verify-One-Record.
           IF Seal-Found
               MOVE "RECORD FOLLOWS THE SEAL" TO WS-Break-Text
               PERFORM Report-Break
               GO TO Verify-One-Record-Exit
           END-IF
           IF AudAction = "CARRY"
               PERFORM Verify-Carry-Record
               GO TO Verify-One-Record-Exit
           END-IF
           IF AudAction = "SEAL"
               PERFORM Verify-Seal-Record
               GO TO Verify-One-Record-Exit
           END-IF
           IF AudSeq IS NOT NUMERIC OR AudCheck IS NOT NUMERIC
               IF Chain-Started
                   MOVE "UNNUMBERED RECORD INSIDE THE CHAIN"
                       TO WS-Break-Text
                   PERFORM Report-Break
               ELSE
                   ADD 1 TO WS-Legacy-Count
               END-IF
               GO TO Verify-One-Record-Exit
           END-IF
           MOVE "Y" TO WS-Seq-Ok
           IF NOT Chain-Started
               SET Chain-Started TO TRUE
               MOVE ZERO TO WS-Prev-Seq
               MOVE ZERO TO WS-Prev-Check
               MOVE AudSeq TO WS-First-Seq
               MOVE AudTimestamp TO WS-First-Stamp
               IF AudSeq NOT = 1
                   MOVE "N" TO WS-Seq-Ok
                   MOVE "CHAIN DOES NOT START AT 1 - RECORDS MISSING"
                       TO WS-Break-Text
                   PERFORM Report-Break
               END-IF
           ELSE
               IF WS-First-Seq = ZERO
                   MOVE AudSeq TO WS-First-Seq
                   MOVE AudTimestamp TO WS-First-Stamp
               END-IF
               ADD 1 TO WS-Prev-Seq GIVING WS-Expect-Seq
               IF AudSeq NOT = WS-Expect-Seq
                   MOVE "N" TO WS-Seq-Ok
                   MOVE SPACE TO WS-Break-Text
                   IF AudSeq > WS-Expect-Seq
                       STRING "SEQUENCE GAP - EXPECTED " WS-Expect-Seq
                           " - RECORDS MISSING" DELIMITED BY SIZE
                           INTO WS-Break-Text
                   ELSE
                       STRING "SEQUENCE OUT OF STEP - EXPECTED "
                           WS-Expect-Seq DELIMITED BY SIZE
                           INTO WS-Break-Text
                   END-IF
                   PERFORM Report-Break
               END-IF
           END-IF
           PERFORM Compute-Check-Value
      * Across a sequence break the check value cannot agree - the
      * break is already reported and one event is one line.
           IF WS-Chain-Work NOT = AudCheck AND Seq-In-Step
               MOVE "CHECK VALUE DOES NOT RECOMPUTE - RECORD ALTERED"
                   TO WS-Break-Text
               PERFORM Report-Break
           END-IF
           IF Certificate-On-File AND AudSeq = WS-Cert-Seq
               PERFORM Compare-Certified-Record
           END-IF
           MOVE AudSeq TO WS-Prev-Seq
           MOVE AudCheck TO WS-Prev-Check
           MOVE AudTimestamp TO WS-Last-Stamp
           ADD 1 TO WS-Chained-Count
           EVALUATE TRUE
               WHEN AudAction = "OVERRD"
                   ADD 1 TO WS-Override-Count
               WHEN AudImageType NOT = "A"
                   CONTINUE
               WHEN AudAction = "ADD"
                   ADD 1 TO WS-Add-Count
               WHEN AudAction = "UPDATE"
                   ADD 1 TO WS-Update-Count
               WHEN AudAction = "DELETE"
                   ADD 1 TO WS-Delete-Count
           END-EVALUATE.
       Verify-One-Record-Exit.
           EXIT.

      * The head of a rolled-over file: the chain carries on from
      * the sealed archive's closing sequence and check value.
       Verify-Carry-Record.
           IF Chain-Started OR WS-Legacy-Count > ZERO
               MOVE "CARRY RECORD IS NOT AT THE HEAD OF THE FILE"
                   TO WS-Break-Text
               PERFORM Report-Break
           ELSE
               IF AudSeq IS NOT NUMERIC OR AudCheck IS NOT NUMERIC
                   MOVE "CARRY RECORD HOLDS NO CLOSING VALUES"
                       TO WS-Break-Text
                   PERFORM Report-Break
               ELSE
                   SET Chain-Started TO TRUE
                   SET Carry-Found TO TRUE
                   MOVE AudSeq TO WS-Prev-Seq
                   MOVE AudCheck TO WS-Prev-Check
                   MOVE AudSeq TO WS-Open-Seq
                   MOVE AudCheck TO WS-Open-Check
                   MOVE AudSeq TO WS-Carry-Seq
                   MOVE AudCheck TO WS-Carry-Check
                   MOVE AudImage TO WS-Carry-Text
                   MOVE WS-CT-Archive TO WS-Carry-Archive
                   MOVE AudTimestamp TO WS-Last-Stamp
                   IF Certificate-On-File AND AudSeq = WS-Cert-Seq
                       PERFORM Compare-Certified-Record
                   END-IF
               END-IF
           END-IF.

      * The foot of a sealed archive: the SEAL repeats the closing
      * sequence and check value, and nothing may follow it.
       Verify-Seal-Record.
           SET Seal-Found TO TRUE
           MOVE AudImage TO WS-Seal-Text
           MOVE WS-ST-Quarter TO WS-Seal-Quarter
           IF AudSeq NOT = WS-Prev-Seq OR
                   AudCheck NOT = WS-Prev-Check
               MOVE "SEAL DOES NOT MATCH THE CLOSING RECORD"
                   TO WS-Break-Text
               PERFORM Report-Break
           END-IF.

       Compute-Check-Value.
           MOVE WS-Prev-Check TO WS-Chain-Work
           PERFORM VARYING WS-Chain-Pos FROM 1 BY 1
                   UNTIL WS-Chain-Pos > 1459
               COMPUTE WS-Chain-Work = WS-Chain-Work * 31
                   + FUNCTION ORD(AuditRec(WS-Chain-Pos:1))
               DIVIDE WS-Chain-Work BY 4294967291
                   GIVING WS-Chain-Quotient REMAINDER WS-Chain-Work
           END-PERFORM.

       Compare-Certified-Record.
           SET Certified-Record-Seen TO TRUE
           IF AudCheck NOT = WS-Cert-Check
               MOVE "CHECK VALUE DIFFERS FROM THE LAST CERTIFICATE"
                   TO WS-Break-Text
               PERFORM Report-Break
           END-IF.

      * The last certified record must still be in the file. If
      * the file now ends before it, lines were cut off the end;
      * if it now starts after it, the certified part has been
      * rolled off to an archive and cannot be checked here.
       Check-Certificate-Held.
           IF Certificate-On-File AND NOT Certified-Record-Seen
                   AND WS-Cert-Seq > WS-Prev-Seq
               MOVE SPACE TO WS-Break-Text
               STRING "FILE ENDS BEFORE CERTIFIED SEQUENCE "
                   WS-Cert-Seq DELIMITED BY SIZE INTO WS-Break-Text
               MOVE SPACE TO WS-BL-Seq
               MOVE SPACE TO WS-BL-Stamp
               MOVE SPACE TO WS-BL-Action
               MOVE SPACE TO WS-BL-CrashID
               PERFORM Write-Break-Line
           END-IF.

      * When the archive the file was carried from is still on
      * line, its SEAL must hold the values the CARRY record does.
       Check-Carried-Archive.
           MOVE WS-Carry-Archive TO WS-Archive-Name
           OPEN INPUT ArchiveFile
           IF WS-Archive-Status NOT = "00"
               MOVE "NOT ON LINE - COMPARE WITH ITS CERTIFICATE"
                   TO WS-Archive-Result
               GO TO Check-Carried-Archive-Exit
           END-IF
           MOVE SPACE TO WS-Arc-Last-Action
           MOVE ZERO TO WS-Arc-Last-Seq
           MOVE ZERO TO WS-Arc-Last-Check
           PERFORM UNTIL EndOfArchiveFile
               READ ArchiveFile
                   AT END SET EndOfArchiveFile TO TRUE
                   NOT AT END
                       MOVE ArcAction TO WS-Arc-Last-Action
                       IF ArcSeq IS NUMERIC AND ArcCheck IS NUMERIC
                           MOVE ArcSeq TO WS-Arc-Last-Seq
                           MOVE ArcCheck TO WS-Arc-Last-Check
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveFile
           IF WS-Arc-Last-Action = "SEAL" AND
                   WS-Arc-Last-Seq = WS-Carry-Seq AND
                   WS-Arc-Last-Check = WS-Carry-Check
               MOVE "SEAL MATCHES THE CARRIED VALUES"
                   TO WS-Archive-Result
           ELSE
               MOVE "SEAL DOES NOT MATCH - SEE BREAKS"
                   TO WS-Archive-Result
               MOVE "CARRIED VALUES DO NOT MATCH THE ARCHIVE SEAL"
                   TO WS-Break-Text
               MOVE SPACE TO WS-BL-Seq
               MOVE SPACE TO WS-BL-Stamp
               MOVE "CARRY" TO WS-BL-Action
               MOVE SPACE TO WS-BL-CrashID
               PERFORM Write-Break-Line
           END-IF.
       Check-Carried-Archive-Exit.
           EXIT.

       Report-Break.
           MOVE AudSeq TO WS-BL-Seq
           MOVE AudTimestamp TO WS-BL-Stamp
           MOVE AudAction TO WS-BL-Action
           MOVE AudCrashID TO WS-BL-CrashID
           PERFORM Write-Break-Line.

      * The first 500 breaks are listed; a file that broken needs
      * no more detail to be refused.
       Write-Break-Line.
           ADD 1 TO WS-Break-Count
           IF WS-Break-Count <= 500
               MOVE WS-Break-Text TO WS-BL-Text
               MOVE WS-Break-Line TO ReportLine
               WRITE ReportLine
           END-IF.

       Write-Certified-Summary.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "CERTIFIED SUMMARY" TO ReportLine
           WRITE ReportLine
           MOVE "  Audit file" TO WS-SL-Label
           MOVE WS-Audit-Name TO WS-SL-Value
           PERFORM Write-Summary-Line
           MOVE "  Records read" TO WS-SL-Label
           MOVE WS-Read-Count TO WS-Edit-Count
           MOVE WS-Edit-Count TO WS-SL-Value
           PERFORM Write-Summary-Line
           MOVE "  Records from before numbering began"
               TO WS-SL-Label
           MOVE WS-Legacy-Count TO WS-Edit-Count
           MOVE WS-Edit-Count TO WS-SL-Value
           PERFORM Write-Summary-Line
           MOVE "  Numbered records" TO WS-SL-Label
           MOVE WS-Chained-Count TO WS-Edit-Count
           MOVE WS-Edit-Count TO WS-SL-Value
           PERFORM Write-Summary-Line
           MOVE "  Adds / updates / deletes" TO WS-SL-Label
           MOVE SPACE TO WS-SL-Value
           STRING WS-Add-Count " / " WS-Update-Count " / "
               WS-Delete-Count DELIMITED BY SIZE INTO WS-SL-Value
           PERFORM Write-Summary-Line
           MOVE "  Closed-period overrides" TO WS-SL-Label
           MOVE WS-Override-Count TO WS-Edit-Count
           MOVE WS-Edit-Count TO WS-SL-Value
           PERFORM Write-Summary-Line
           IF Carry-Found
               MOVE "  Carried from archive" TO WS-SL-Label
               MOVE WS-Carry-Archive TO WS-SL-Value
               PERFORM Write-Summary-Line
               MOVE "  Opening sequence / check value"
                   TO WS-SL-Label
               MOVE SPACE TO WS-SL-Value
               STRING WS-Open-Seq " / " WS-Open-Check
                   DELIMITED BY SIZE INTO WS-SL-Value
               PERFORM Write-Summary-Line
               MOVE "  Archive seal" TO WS-SL-Label
               MOVE WS-Archive-Result TO WS-SL-Value
               PERFORM Write-Summary-Line
           END-IF
           MOVE "  First / last numbered sequence" TO WS-SL-Label
           MOVE SPACE TO WS-SL-Value
           STRING WS-First-Seq " / " WS-Prev-Seq
               DELIMITED BY SIZE INTO WS-SL-Value
           PERFORM Write-Summary-Line
           MOVE "  First / last timestamp" TO WS-SL-Label
           MOVE SPACE TO WS-SL-Value
           STRING WS-First-Stamp " / " WS-Last-Stamp
               DELIMITED BY SIZE INTO WS-SL-Value
           PERFORM Write-Summary-Line
           MOVE "  Closing check value" TO WS-SL-Label
           MOVE WS-Prev-Check TO WS-SL-Value
           PERFORM Write-Summary-Line
           IF Seal-Found
               MOVE "  Sealed quarter" TO WS-SL-Label
               MOVE WS-Seal-Quarter TO WS-SL-Value
               PERFORM Write-Summary-Line
           END-IF
           MOVE "  Last certificate" TO WS-SL-Label
           IF Certificate-On-File
               MOVE SPACE TO WS-SL-Value
               STRING WS-Cert-Stamp " THROUGH SEQUENCE " WS-Cert-Seq
                   DELIMITED BY SIZE INTO WS-SL-Value
           ELSE
               MOVE "NONE ON FILE" TO WS-SL-Value
           END-IF
           PERFORM Write-Summary-Line
           MOVE "  Breaks found" TO WS-SL-Label
           MOVE WS-Break-Count TO WS-Edit-Count
           MOVE WS-Edit-Count TO WS-SL-Value
           PERFORM Write-Summary-Line
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           IF WS-Break-Count = ZERO
               MOVE "RESULT: CHAIN INTACT - CERTIFIED" TO ReportLine
           ELSE
               MOVE "RESULT: CHAIN BROKEN - NOT CERTIFIED"
                   TO ReportLine
           END-IF
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Sign-Line TO ReportLine
           WRITE ReportLine.

       Write-Summary-Line.
           MOVE WS-Summary-Line TO ReportLine
           WRITE ReportLine.

       Append-Certificate.
           OPEN EXTEND CertFile
           IF WS-Cert-Status = "35"
               OPEN OUTPUT CertFile
           END-IF
           IF WS-Cert-Status NOT = "00"
               DISPLAY "Audit-Verify: *** WARNING *** unable to "
                   "write AUDIT-CERTIFICATES.DAT, status "
                   WS-Cert-Status
           ELSE
               MOVE WS-Run-Stamp TO WS-CL-Stamp
               MOVE WS-Audit-Name TO WS-CL-File
               MOVE WS-Prev-Seq TO WS-CL-Seq
               MOVE WS-Prev-Check TO WS-CL-Check
               MOVE WS-Cert-Line TO CertRec
               WRITE CertRec
               CLOSE CertFile
           END-IF.
