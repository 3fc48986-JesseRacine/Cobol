      * at a time, shows the operator the raw rejected line and its
      * reason code/text, and lets the operator key a corrected value
      * for the field the reason code points at - a bad CrashID
      * (R001/R006), a CrashID outside its agency's assigned range
      * (R008), a bad CDate month (R003) or day (R004), or a bad
      * CTime (R005). The corrected row is pushed back through the
      * same shape, date/time and CrashID range validations
      * CSV-Loader applies and, if it now passes, written into
      * Crash-Data.dat. Rows the
      * operator skips, and rows still failing after a fix, are
      * carried forward to CRASH-REJECTS-NEW.DAT so nothing is lost.
      * A repaired row is an update to the master, so the session
      * and needs authority level 2; with no operator master on
      * file the session runs open, as everything did before the
      * master existed.
      * Each repaired row is an add to the master and is audited as
      * one: an ADD before/after pair to CRASH-AUDIT.DAT under the
      * operator's ID, just as Crash-Maint writes for a keyed add,
      * so Crash-Recover's replay carries repairs forward too.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reject-Repair.
       ENVIRONMENT DIVISION.
       SELECT CodeTableFile ASSIGN TO "CODE-TABLES.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Table-Status.
       SELECT AgencyFile ASSIGN TO "AGENCY-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Agency-Status.
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
       SELECT AuditFile ASSIGN TO "CRASH-AUDIT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       02 RejReasonCode PIC X(4).
       02 RejSep2 PIC X(1).
       02 RejReasonText PIC X(40).
       02 RejSep3 PIC X(1).
       02 RejAgency PIC X(3).
       02 RejSep4 PIC X(1).
       02 RejLoadDate PIC X(8).

       FD CrashDataFile.
       01 CrashRec.
       02 NewRejReasonCode PIC X(4).
       02 NewRejSep2 PIC X(1).
       02 NewRejReasonText PIC X(40).
       02 NewRejSep3 PIC X(1).
       02 NewRejAgency PIC X(3).
       02 NewRejSep4 PIC X(1).
       02 NewRejLoadDate PIC X(8).

       FD CodeTableFile.
       01 CodeTableRec PIC X(60).
       88 EndOfTableFile VALUE HIGH-VALUES.

       FD AgencyFile.
       01 AgencyRec PIC X(100).
       88 EndOfAgencyFile VALUE HIGH-VALUES.

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       FD BatchLockFile.
       01 BatchLockRec PIC X(40).

       FD MaintLockFile.
       01 MaintLockRec PIC X(40).

       FD AuditFile.
       01 AuditRec.
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

       WORKING-STORAGE SECTION.
       01 WS-Reject-Status PIC X(2).
       01 WS-Dat-Status PIC X(2).
       01 WS-NewRej-Status PIC X(2).
       01 WS-Audit-Status PIC X(2).
       01 WS-Chain-Seq PIC 9(9) VALUE ZERO.
       01 WS-Chain-Check PIC 9(10) VALUE ZERO.
       01 WS-Chain-Work PIC 9(12) COMP.
       01 WS-Chain-Quotient PIC 9(4) COMP.
       01 WS-Chain-Pos PIC 9(4) COMP.
       01 WS-Chain-EOF PIC X(1) VALUE "N".
           88 Chain-End-Found VALUE "Y".
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Repaired-Count PIC 9(7) VALUE ZERO.
       01 WS-Carried-Count PIC 9(7) VALUE ZERO.
       01 WS-Check-Value PIC X(40).
       01 WS-Value-Is-Valid PIC X(1).
           88 Value-Is-Valid VALUE "Y".
       01 WS-Agency-Status PIC X(2).
       01 WS-Agency-Table.
           02 WS-AG-Entry OCCURS 50 TIMES.
               03 WS-AG-Code PIC X(3).
               03 WS-AG-Low PIC 9(5).
               03 WS-AG-High PIC 9(5).
       01 WS-Agencies-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-AG-Sub PIC 9(2) COMP.
      * Which table entry holds the range of the agency the reject
      * was loaded under; zero when the master does not know it.
       01 WS-Range-Sub PIC 9(2) COMP VALUE ZERO.
       01 WS-AG-Code-Text PIC X(3).
       01 WS-AG-Name-Text PIC X(30).
       01 WS-AG-Low-Text PIC X(5).
       01 WS-AG-High-Text PIC X(5).
       01 WS-Oper-Status PIC X(2).
       01 WS-Operator PIC X(8) VALUE SPACE.
       01 WS-Oper-Table.
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
           02 WS-SG-Program PIC X(20) VALUE "Reject-Repair".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Master-State PIC X(1) VALUE "N".
           88 Operator-Master-Present VALUE "Y".
       01 WS-BLock-Status PIC X(2).
       01 WS-MLock-Status PIC X(2).
       01 WS-Lock-State PIC X(1) VALUE "N".
           88 Maint-Lock-Refused VALUE "Y".
       01 WS-Maint-Lock-Line.
           02 FILLER PIC X(6) VALUE "MAINT ".
           02 WS-ML-Operator PIC X(8).
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Set-Maint-Interlock THRU Set-Maint-Interlock-Exit
           IF Maint-Lock-Refused
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      * The same reference value lists CSV-Loader validates against
      * - a repaired row must clear every edit a freshly loaded row
      * would, the R007 table check included.
           PERFORM Load-Code-Tables THRU Load-Code-Tables-Exit
      * And the agencies' CrashID ranges, so a repaired row cannot
      * land in another town's IDs.
           PERFORM Load-Agency-Master THRU Load-Agency-Master-Exit
           OPEN INPUT CrashRejectFile
           IF WS-Reject-Status NOT = "00"
               DISPLAY "Reject-Repair: unable to open "
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
               DISPLAY "Reject-Repair: unable to open "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
               CLOSE CrashRejectFile
               CLOSE CrashDataFile
               CLOSE NewRejectFile
               PERFORM Clear-Maint-Interlock
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EndOfRejectFile OR Operator-Quit
               READ CrashRejectFile
                   AT END SET EndOfRejectFile TO TRUE
           CLOSE CrashRejectFile
           CLOSE CrashDataFile
           CLOSE NewRejectFile
           CLOSE AuditFile
           PERFORM Clear-Maint-Interlock
           DISPLAY "Reject-Repair: control totals"
           DISPLAY "  Reject rows read              : " WS-Read-Count
               WS-Reason-Code ": " WS-Reason-Text
           DISPLAY "Raw line: " RejCrashRawLine(1:200)
           PERFORM Parse-Raw-Line THRU Parse-Raw-Line-Exit
           PERFORM Find-Reject-Range
           IF WS-Reason-Code = "R002" OR WS-Reason-Code = "R007"
      * A wrong field count cannot be fixed one field at a time,
      * and an R007 condition value belongs either in the source
               WRITE CrashRec
               IF WS-Dat-Status = "00"
                   ADD 1 TO WS-Repaired-Count
                   PERFORM Write-Audit-Pair
                   DISPLAY "CrashID " CrashID " repaired into "
                       "Crash-Data.dat"
               ELSE
           EVALUATE WS-Reason-Code
               WHEN "R001"
               WHEN "R006"
               WHEN "R008"
                   DISPLAY "Current CrashID: " CrashID
                   IF WS-Range-Sub > ZERO
                       DISPLAY "Agency " RejAgency " range: "
                           WS-AG-Low(WS-Range-Sub) " - "
                           WS-AG-High(WS-Range-Sub)
                   END-IF
                   DISPLAY "Key corrected 5-digit CrashID: "
                   ACCEPT WS-Keyed-ID
                   MOVE WS-Keyed-ID TO CrashID
           EXIT.

      * Writes the row being worked (with whatever reason code and
      * text currently apply) to CRASH-REJECTS-NEW.DAT. The agency
      * and load date ride along unchanged - the row is still the
      * reject it was on the day it was loaded.
       Carry-Row-Forward.
           MOVE RejCrashRawLine TO NewRejRawLine
           MOVE SPACE TO NewRejSep1
           MOVE WS-Reason-Code TO NewRejReasonCode
           MOVE SPACE TO NewRejSep2
           MOVE WS-Reason-Text TO NewRejReasonText
           MOVE SPACE TO NewRejSep3
           MOVE RejAgency TO NewRejAgency
           MOVE SPACE TO NewRejSep4
           MOVE RejLoadDate TO NewRejLoadDate
           WRITE NewRejectRec
           IF WS-NewRej-Status = "00"
               ADD 1 TO WS-Carried-Count
      * the derived-coordinate flag, and UNSTRING leaves the
      * fields holding whatever bytes were there.
           MOVE SPACE TO LocCode
           MOVE SPACE TO CoordSrc
      * Nor the agency - the feed it came in on rode along on the
      * reject.
           MOVE RejAgency TO SrcAgency.
       Parse-Raw-Line-Exit.
           EXIT.

           IF Row-Is-Valid AND WS-Entries-Used > ZERO
               PERFORM Validate-Code-Fields
                   THRU Validate-Code-Fields-Exit
           END-IF
           IF Row-Is-Valid AND WS-Range-Sub > ZERO
               IF CrashID < WS-AG-Low(WS-Range-Sub) OR
                       CrashID > WS-AG-High(WS-Range-Sub)
                   SET Row-Is-Invalid TO TRUE
                   MOVE "R008" TO WS-Reason-Code
                   MOVE SPACE TO WS-Reason-Text
                   STRING "CrashID outside range for agency "
                       RejAgency DELIMITED BY SIZE
                       INTO WS-Reason-Text
               END-IF
           END-IF.
       Validate-Row-Exit.
           EXIT.
       Check-Batch-Interlock-Exit.
           EXIT.

      * Another session's lock is honoured, not overwritten: two
      * sessions appending to CRASH-AUDIT.DAT from the same cached
      * chain end would fork the chain. The same holder signing
      * back on after a dropped session takes its own lock over.
       Set-Maint-Interlock.
           MOVE WS-Operator TO WS-ML-Operator
           OPEN INPUT MaintLockFile
           IF WS-MLock-Status = "00"
               READ MaintLockFile
                   AT END CONTINUE
                   NOT AT END
                       IF MaintLockRec(1:6) = "MAINT " AND
                               MaintLockRec(7:8) NOT = WS-ML-Operator
                           DISPLAY "Reject-Repair: another maintenance "
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
               DISPLAY "Reject-Repair: *** WARNING *** unable to "
                   WS-MLock-Status " - the batch cannot see this "
                   "session"
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
       Sign-On-Operator.
           PERFORM Load-Operator-Master
               THRU Load-Operator-Master-Exit
           IF RETURN-CODE NOT = 0
               GO TO Sign-On-Operator-Exit
           END-IF
           IF NOT Operator-Master-Present
               DISPLAY "Reject-Repair: *** WARNING *** no "
                   "OPERATOR-MASTER.DAT - session runs open"
               DISPLAY "Reject-Repair: key operator initials "
                   "(up to 8): "
               ACCEPT WS-Operator
               IF WS-Operator = SPACE
                   DISPLAY "Reject-Repair: operator initials are "
                       "required for the audit trail"
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO Sign-On-Operator-Exit
           END-IF
           DISPLAY "Reject-Repair: key operator ID: "
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Reject-Repair: operator " WS-Operator
                   " is not in the operator master - session refused"
               MOVE WS-Operator TO WS-Signon-ID
               MOVE "REFUSED" TO WS-Signon-Event
               MOVE "UNKNOWN ID" TO WS-Signon-Detail
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Sign-On-Operator-Exit
           END-IF
           PERFORM Check-Operator-Password
               THRU Check-Operator-Password-Exit
           IF RETURN-CODE NOT = 0
               GO TO Sign-On-Operator-Exit
           END-IF
           IF WS-OM-Level(WS-Oper-Sub) < 2
               DISPLAY "Reject-Repair: repairs need authority "
                   "level 2 - session refused"

      * ID;NAME;LEVEL;S per line, * comments and blanks skipped -
      * the same operator master Crash-Maint signs on against.
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
               DISPLAY "Reject-Repair: unable to read "
                   "OPERATOR-MASTER.DAT, status " WS-Oper-Status
               MOVE 16 TO RETURN-CODE
               GO TO Load-Operator-Master-Exit
           END-IF
           SET Operator-Master-Present TO TRUE
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
       Load-Code-Tables-Exit.
           EXIT.

      * Loads AGENCY-MASTER.DAT into the range table the same way
      * CSV-Loader does - no agency master means no range check,
      * and an entry without a usable range is left out.
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
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AgencyFile
           DISPLAY "Reject-Repair: checking CrashIDs against "
               WS-Agencies-Used " agency range(s)".
       Load-Agency-Master-Exit.
           EXIT.

      * Points WS-Range-Sub at the entry for the agency the reject
      * was loaded under. A reject with no agency, or one the master
      * does not hold, is repaired without a range check, as the
      * load itself would have been.
       Find-Reject-Range.
           MOVE ZERO TO WS-Range-Sub
           IF WS-Agencies-Used > ZERO AND RejAgency NOT = SPACE
               PERFORM VARYING WS-AG-Sub FROM 1 BY 1
                       UNTIL WS-AG-Sub > WS-Agencies-Used
                       OR WS-AG-Code(WS-AG-Sub) = RejAgency
                   CONTINUE
               END-PERFORM
               IF WS-AG-Sub NOT > WS-Agencies-Used
                   MOVE WS-AG-Sub TO WS-Range-Sub
               END-IF
           END-IF.

      * The six condition fields against their reference lists,
      * exactly as CSV-Loader's load-time pass checks them. The
      * first unknown value fails the row under R007 with the field
                   DELIMITED BY SIZE
                   INTO WS-Reason-Text
           END-IF.

      * A repair is an add: the before image is spaces and the
      * after image the row as it went into the master.
       Write-Audit-Pair.
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE WS-Operator TO AudOperator
           MOVE "ADD" TO AudAction
           MOVE CrashID TO AudCrashID
           MOVE "B" TO AudImageType
           MOVE SPACE TO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Reject-Repair: *** WARNING *** unable to "
                   "write CRASH-AUDIT.DAT, status " WS-Audit-Status
           END-IF
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE WS-Operator TO AudOperator
           MOVE "ADD" TO AudAction
           MOVE CrashID TO AudCrashID
           MOVE "A" TO AudImageType
           MOVE CrashRec TO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Reject-Repair: *** WARNING *** unable to "
                   "write CRASH-AUDIT.DAT, status " WS-Audit-Status
           END-IF.

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

      * Password sign-on for the operator at WS-Oper-Sub. A retired
      * or locked ID, or one with no password yet, goes no further.
      * A password a supervisor issued - a new ID, or after a reset
      * - or one past its expiry date must be changed before the
      * session goes on.
       Check-Operator-Password.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Pwd-Today
           MOVE WS-OM-ID(WS-Oper-Sub) TO WS-Signon-ID
           MOVE SPACE TO WS-Signon-Detail
           EVALUATE TRUE
               WHEN WS-OM-State(WS-Oper-Sub) = "X"
                   MOVE "RETIRED ID" TO WS-Signon-Detail
               WHEN WS-OM-Fails(WS-Oper-Sub) >= 3
                   MOVE "LOCKED ID" TO WS-Signon-Detail
               WHEN WS-OM-Hash(WS-Oper-Sub) = SPACE
                   MOVE "NO PASSWORD ON FILE" TO WS-Signon-Detail
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Signon-Detail NOT = SPACE
               DISPLAY "Reject-Repair: operator " WS-Signon-ID
                   " cannot sign on - " WS-Signon-Detail
               DISPLAY "Reject-Repair: see a supervisor; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "N" TO WS-Pwd-State
           PERFORM UNTIL Password-Accepted
                   OR WS-OM-Fails(WS-Oper-Sub) >= 3
               DISPLAY "Reject-Repair: password: "
               ACCEPT WS-Pwd-Keyed WITH NO-ECHO
               PERFORM Verify-Keyed-Password
           END-PERFORM
           IF NOT Password-Accepted
               DISPLAY "Reject-Repair: session refused"
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "P"
               DISPLAY "Reject-Repair: this password was "
                   "issued by a supervisor - choose your own now"
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
           ELSE
               IF WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   DISPLAY "Reject-Repair: password expired "
                       WS-OM-Expiry(WS-Oper-Sub)
                       " - choose a new one now"
                   PERFORM Change-Operator-Password
                       THRU Change-Operator-Password-Exit
               END-IF
           END-IF
           IF RETURN-CODE NOT = 0
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "SIGNON" TO WS-Signon-Event
           MOVE SPACE TO WS-Signon-Detail
           PERFORM Write-Signon-Log.
       Check-Operator-Password-Exit.
           EXIT.

      * The operator keys a new password twice. It must run 6 to 16
      * characters and differ from the ID and from the password it
      * replaces; it then runs WS-Pwd-Days days.
       Change-Operator-Password.
           DISPLAY "Reject-Repair: new password "
               "(6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Reject-Repair: key the new password "
               "again: "
           ACCEPT WS-Pwd-Again WITH NO-ECHO
           MOVE ZERO TO WS-Pwd-Length
           INSPECT FUNCTION REVERSE(WS-Pwd-New)
               TALLYING WS-Pwd-Length FOR LEADING SPACE
           COMPUTE WS-Pwd-Length = 16 - WS-Pwd-Length
           MOVE SPACE TO WS-Signon-Detail
           EVALUATE TRUE
               WHEN WS-Pwd-New NOT = WS-Pwd-Again
                   MOVE "THE TWO ENTRIES DIFFER" TO WS-Signon-Detail
               WHEN WS-Pwd-Length < 6
                   MOVE "SHORTER THAN 6 CHARACTERS"
                       TO WS-Signon-Detail
               WHEN WS-Pwd-New = WS-OM-ID(WS-Oper-Sub)
                   MOVE "SAME AS THE OPERATOR ID" TO WS-Signon-Detail
               WHEN WS-Pwd-New = WS-Pwd-Keyed
                   MOVE "SAME AS THE OLD PASSWORD" TO WS-Signon-Detail
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Signon-Detail NOT = SPACE
               DISPLAY "Reject-Repair: new password refused"
                   " - " WS-Signon-Detail
               DISPLAY "Reject-Repair: password not changed; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Change-Operator-Password-Exit
           END-IF
           MOVE WS-OM-ID(WS-Oper-Sub) TO WS-PS-ID
           MOVE WS-Pwd-New TO WS-PS-Password
           PERFORM Hash-Password
           MOVE WS-Pwd-Hash TO WS-OM-Hash(WS-Oper-Sub)
           COMPUTE WS-Pwd-Expiry = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Pwd-Today) + WS-Pwd-Days)
           MOVE WS-Pwd-Expiry TO WS-OM-Expiry(WS-Oper-Sub)
           MOVE "A" TO WS-OM-State(WS-Oper-Sub)
           MOVE ZERO TO WS-OM-Fails(WS-Oper-Sub)
           PERFORM Rewrite-Operator-Entry
               THRU Rewrite-Operator-Entry-Exit
           MOVE "CHANGED" TO WS-Signon-Event
           MOVE SPACE TO WS-Signon-Detail
           STRING "NEW PASSWORD EXPIRES " WS-Pwd-Expiry
               DELIMITED BY SIZE INTO WS-Signon-Detail
           PERFORM Write-Signon-Log
           DISPLAY "Reject-Repair: password changed - "
               "it expires " WS-Pwd-Expiry.
       Change-Operator-Password-Exit.
           EXIT.

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
                   DISPLAY "Reject-Repair: password not accepted"
               ELSE
                   DISPLAY "Reject-Repair: third wrong password"
                   DISPLAY "Reject-Repair: " WS-Signon-ID
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
               DISPLAY "Reject-Repair: *** WARNING *** unable to read "
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
               DISPLAY "Reject-Repair: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Reject-Repair: *** WARNING *** "
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
               DISPLAY "Reject-Repair: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.
