           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Oper-Status.

       SELECT SignonLogFile ASSIGN TO "SIGNON-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CodeTableFile.
       88 EndOfTableFile VALUE HIGH-VALUES.

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Table-Status PIC X(2).
       01 WS-Action PIC X(1).
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
           02 WS-SG-Program PIC X(20) VALUE "Code-Table-Maint".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Signed-Level PIC 9(1) VALUE ZERO.
       01 WS-Master-State PIC X(1) VALUE "N".
           88 Operator-Master-Present VALUE "Y".
       Sign-On-Operator.
           PERFORM Load-Operator-Master
               THRU Load-Operator-Master-Exit
           IF RETURN-CODE NOT = 0
               GO TO Sign-On-Operator-Exit
           END-IF
           IF NOT Operator-Master-Present
               DISPLAY "Code-Table-Maint: *** WARNING *** no "
                   "OPERATOR-MASTER.DAT - session runs open"
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Code-Table-Maint: operator " WS-Operator
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
           DISPLAY "Code-Table-Maint: signed on "
               WS-OM-Name(WS-Oper-Sub) " at authority level "

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
               DISPLAY "Code-Table-Maint: unable to read "
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
               MOVE WS-CT-Status(WS-Sub) TO
                   CodeTableRec(WS-Sub-2 + 2:1)
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
               DISPLAY "Code-Table-Maint: operator " WS-Signon-ID
                   " cannot sign on - " WS-Signon-Detail
               DISPLAY "Code-Table-Maint: see a supervisor; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "N" TO WS-Pwd-State
           PERFORM UNTIL Password-Accepted
                   OR WS-OM-Fails(WS-Oper-Sub) >= 3
               DISPLAY "Code-Table-Maint: password: "
               ACCEPT WS-Pwd-Keyed WITH NO-ECHO
               PERFORM Verify-Keyed-Password
           END-PERFORM
           IF NOT Password-Accepted
               DISPLAY "Code-Table-Maint: session refused"
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "P"
               DISPLAY "Code-Table-Maint: this password was "
                   "issued by a supervisor - choose your own now"
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
           ELSE
               IF WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   DISPLAY "Code-Table-Maint: password expired "
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
           DISPLAY "Code-Table-Maint: new password "
               "(6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Code-Table-Maint: key the new password "
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
               DISPLAY "Code-Table-Maint: new password refused"
                   " - " WS-Signon-Detail
               DISPLAY "Code-Table-Maint: password not changed; "
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
           DISPLAY "Code-Table-Maint: password changed - "
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
                   DISPLAY "Code-Table-Maint: password not accepted"
               ELSE
                   DISPLAY "Code-Table-Maint: third wrong password"
                   DISPLAY "Code-Table-Maint: " WS-Signon-ID
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
               DISPLAY "Code-Table-Maint: *** WARNING *** "
                   "unable to read OPERATOR-MASTER.DAT, status "
                   WS-Oper-Status
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
               DISPLAY "Code-Table-Maint: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Code-Table-Maint: *** WARNING *** "
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
               DISPLAY "Code-Table-Maint: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.
