      * honest. Every add, change and delete writes a before image
      * and an after image, stamped with the operator's initials and
      * a timestamp, to CRASH-AUDIT.DAT - these are legal records and
      * the auditors will ask who changed what. Each audit record is
      * numbered and carries a check value chained from the record
      * before it, so Audit-Verify can prove none was altered or
      * taken out.
      * Periods already submitted to the state (recorded in
      * CLOSED-PERIODS.DAT by Month-End-Driver) are locked: an
      * update, delete or add touching a crash whose TYear/TMonth
      * delete, 4 code-table maintenance, trailing S marks a
      * supervisor). Updates and adds need level 2, deletes level
      * 3, and the closed-period override must come from an
      * operator carrying the S flag. The operator signs on with a
      * password, and a supervisor keys their own password to
      * override; passwords, lockouts and resets are kept by
      * Operator-Admin, and every sign-on, failure and override
      * goes to SIGNON-LOG.DAT. With no operator master on file
      * yet, any initials are accepted as before - but that is a
      * state to migrate out of, and the session says so.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Crash-Maint.
       ENVIRONMENT DIVISION.
       SELECT OperatorFile ASSIGN TO "OPERATOR-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Oper-Status.
       SELECT SignonLogFile ASSIGN TO "SIGNON-LOG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Signon-Status.
       SELECT BatchLockFile ASSIGN TO "BATCH-INTERLOCK.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BLock-Status.
       02 AudImageType PIC X(1).
       02 FILLER PIC X(1).
       02 AudImage PIC X(1408).
       02 FILLER PIC X(1).
       02 AudSeq PIC 9(9).
       02 FILLER PIC X(1).
       02 AudCheck PIC 9(10).

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

       WORKING-STORAGE SECTION.
       01 WS-Dat-Status PIC X(2).
       01 WS-Audit-Status PIC X(2).
       01 WS-Chain-Seq PIC 9(9) VALUE ZERO.
       01 WS-Chain-Check PIC 9(10) VALUE ZERO.
       01 WS-Chain-Work PIC 9(12) COMP.
       01 WS-Chain-Quotient PIC 9(4) COMP.
       01 WS-Chain-Pos PIC 9(4) COMP.
       01 WS-Chain-EOF PIC X(1) VALUE "N".
           88 Chain-End-Found VALUE "Y".
       01 WS-Operator PIC X(8) VALUE SPACE.
       01 WS-Action PIC X(1).
           88 Update-Action VALUE "U" "u".
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
           02 WS-SG-Program PIC X(20) VALUE "Crash-Maint".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Signed-Level PIC 9(1) VALUE ZERO.
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
           PERFORM Load-Closed-Periods THRU Load-Closed-Periods-Exit
           OPEN I-O CrashDataFile
           IF WS-Dat-Status NOT = "00"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Find-Audit-Chain-End
               THRU Find-Audit-Chain-End-Exit
           OPEN EXTEND AuditFile
           IF WS-Audit-Status = "35"
               OPEN OUTPUT AuditFile

      * Marks this session in MAINT-INTERLOCK.DAT so the driver
      * refuses to start mid-session, and clears it on the way out.
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
                           DISPLAY "Crash-Maint: another maintenance "
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
               DISPLAY "Crash-Maint: *** WARNING *** unable to "
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
               DISPLAY "Crash-Maint: *** WARNING *** no "
                   "OPERATOR-MASTER.DAT - initials accepted "
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Crash-Maint: operator " WS-Operator
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
           MOVE WS-OM-Level(WS-Oper-Sub) TO WS-Signed-Level
           DISPLAY "Crash-Maint: signed on "
               WS-OM-Name(WS-Oper-Sub) " at authority level "

      * ID;NAME;LEVEL;S per line, * comments and blanks skipped -
      * the same card-file conventions the code tables use.
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
               DISPLAY "Crash-Maint: unable to read "
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
                       "action abandoned"
                   GO TO Request-Override-Exit
               END-IF
      * ...and the supervisor proves it with their own password,
      * so knowing someone's initials is no longer enough.
               PERFORM Confirm-Operator-Password
                   THRU Confirm-Operator-Password-Exit
               IF NOT Password-Accepted
                   DISPLAY "Override not confirmed - action abandoned"
                   GO TO Request-Override-Exit
               END-IF
               MOVE "OVERRIDE" TO WS-Signon-Event
               MOVE SPACE TO WS-Signon-Detail
               STRING "CLOSED PERIOD " WS-Check-Period " FOR "
                   WS-Operator DELIMITED BY SIZE INTO WS-Signon-Detail
               PERFORM Write-Signon-Log
           END-IF
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           STRING "CLOSED PERIOD " WS-Check-Period
               " OVERRIDDEN FOR OPERATOR " WS-Operator
               DELIMITED BY SIZE INTO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Crash-Maint: unable to write the override "
                   "to CRASH-AUDIT.DAT, status " WS-Audit-Status
           MOVE CrashID TO AudCrashID
           MOVE "B" TO AudImageType
           MOVE WS-Before-Image TO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Crash-Maint: *** WARNING *** unable to write "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
           ELSE
               MOVE CrashRec TO AudImage
           END-IF
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Crash-Maint: *** WARNING *** unable to write "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
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
               DISPLAY "Crash-Maint: operator " WS-Signon-ID
                   " cannot sign on - " WS-Signon-Detail
               DISPLAY "Crash-Maint: see a supervisor; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "N" TO WS-Pwd-State
           PERFORM UNTIL Password-Accepted
                   OR WS-OM-Fails(WS-Oper-Sub) >= 3
               DISPLAY "Crash-Maint: password: "
               ACCEPT WS-Pwd-Keyed WITH NO-ECHO
               PERFORM Verify-Keyed-Password
           END-PERFORM
           IF NOT Password-Accepted
               DISPLAY "Crash-Maint: session refused"
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "P"
               DISPLAY "Crash-Maint: this password was "
                   "issued by a supervisor - choose your own now"
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
           ELSE
               IF WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   DISPLAY "Crash-Maint: password expired "
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
           DISPLAY "Crash-Maint: new password "
               "(6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Crash-Maint: key the new password "
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
               DISPLAY "Crash-Maint: new password refused"
                   " - " WS-Signon-Detail
               DISPLAY "Crash-Maint: password not changed; "
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
           DISPLAY "Crash-Maint: password changed - "
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
                   DISPLAY "Crash-Maint: password not accepted"
               ELSE
                   DISPLAY "Crash-Maint: third wrong password"
                   DISPLAY "Crash-Maint: " WS-Signon-ID
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
               DISPLAY "Crash-Maint: *** WARNING *** unable to read "
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
               DISPLAY "Crash-Maint: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Crash-Maint: *** WARNING *** "
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
               DISPLAY "Crash-Maint: *** WARNING *** "
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
               DISPLAY "Crash-Maint: " WS-Signon-ID
                   " cannot be accepted - " WS-Signon-Detail
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               GO TO Confirm-Operator-Password-Exit
           END-IF
           DISPLAY "Crash-Maint: password for "
               WS-Signon-ID ": "
           ACCEPT WS-Pwd-Keyed WITH NO-ECHO
           PERFORM Verify-Keyed-Password.
       Confirm-Operator-Password-Exit.
           EXIT.
