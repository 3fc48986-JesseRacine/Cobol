      * Maintains CRASH-CASE.DAT, the investigation follow-up file
      * for serious crashes - the engineering site visit, the
      * records hold, the litigation that a fatal or serious-injury
      * crash brings after it. One case per crash, in CrashID order
      * (the layout is Crash-Case.cpy): its status - OPEN, UNDER
      * REVIEW, LEGAL HOLD or CLOSED - the investigator assigned,
      * the date the follow-up is due, and a running set of dated
      * notes. CSV-Loader opens a case for every fatal crash it
      * loads; a serious-injury crash, or any other that needs one,
      * is opened here. Operator actions:
      *   O  open a case for a crash in Crash-Data.dat
      *   S  set a case's status
      *   I  assign the investigator and the due date
      *   N  add a note to a case
      *   V  view a case and its notes
      *   L  list the cases, all or one status
      *   Q  quit (the file is rewritten on the way out)
      * Every status change and assignment writes its own note, so
      * the notes are the case's history. A crash on LEGAL HOLD is
      * kept in the live master by Crash-Archive until the hold is
      * released.
      * The session signs on against OPERATOR-MASTER.DAT (ID;NAME;
      * LEVEL;S lines); working a case needs authority level 2, and
      * setting or releasing a legal hold level 3. Viewing and
      * listing are open to any signed-on operator. With no
      * operator master on file the session runs open, on keyed
      * initials for the notes. The session holds
      * MAINT-INTERLOCK.DAT, and is refused while Batch-Driver has
      * a cycle in flight - the loader appends cases mid-cycle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Case-Maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CaseFile ASSIGN TO "CRASH-CASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Case-Status.

       SELECT CrashDataFile ASSIGN TO "Crash-Data.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CrashID
           ALTERNATE RECORD KEY IS TYear WITH DUPLICATES
           ALTERNATE RECORD KEY IS Zone WITH DUPLICATES
           ALTERNATE RECORD KEY IS LocCode WITH DUPLICATES
           FILE STATUS IS WS-Dat-Status.

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

       DATA DIVISION.
       FILE SECTION.
       FD CaseFile.
       01 CaseRec.
       88 EndOfCaseFile VALUE HIGH-VALUES.
           COPY "Crash-Case.cpy" REPLACING ==:PFX:== BY ==CS-==.

       FD CrashDataFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       FD BatchLockFile.
       01 BatchLockRec PIC X(40).

       FD MaintLockFile.
       01 MaintLockRec PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-Case-Status PIC X(2).
       01 WS-Dat-Status PIC X(2).
       01 WS-BLock-Status PIC X(2).
       01 WS-MLock-Status PIC X(2).
       01 WS-Lock-State PIC X(1) VALUE "N".
           88 Maint-Lock-Refused VALUE "Y".
       01 WS-Action PIC X(1).
           88 Open-Action VALUE "O" "o".
           88 Status-Action VALUE "S" "s".
           88 Assign-Action VALUE "I" "i".
           88 Note-Action VALUE "N" "n".
           88 View-Action VALUE "V" "v".
           88 List-Action VALUE "L" "l".
           88 Quit-Action VALUE "Q" "q".
       01 WS-Changed PIC X(1) VALUE "N".
           88 Case-File-Changed VALUE "Y".
       01 WS-Load-Switch PIC X(1) VALUE "N".
           88 Case-File-Unusable VALUE "Y".
       01 WS-Master-Switch PIC X(1) VALUE "N".
           88 Crash-Master-Open VALUE "Y".

      * One case per entry, kept in CrashID order.
       01 WS-Case-Table.
           02 WS-CT-Entry OCCURS 2000 TIMES.
               03 WS-CT-CrashID PIC 9(5).
               03 WS-CT-Status PIC X(12).
               03 WS-CT-Investigator PIC X(20).
               03 WS-CT-Due PIC 9(8).
               03 WS-CT-Opened PIC 9(8).
               03 WS-CT-Changed PIC 9(8).
       01 WS-Cases-Used PIC 9(4) COMP VALUE ZERO.
      * The case being opened or loaded, before it takes its place
      * in the table.
       01 WS-Hold-Case.
           02 WS-HC-CrashID PIC 9(5).
           02 WS-HC-Status PIC X(12).
           02 WS-HC-Investigator PIC X(20).
           02 WS-HC-Due PIC 9(8).
           02 WS-HC-Opened PIC 9(8).
           02 WS-HC-Changed PIC 9(8).
      * The notes, in the order they were keyed; each is written
      * back under its own case.
       01 WS-Note-Table.
           02 WS-NT-Entry OCCURS 10000 TIMES.
               03 WS-NT-CrashID PIC 9(5).
               03 WS-NT-Date PIC 9(8).
               03 WS-NT-Oper PIC X(8).
               03 WS-NT-Text PIC X(74).
       01 WS-Notes-Used PIC 9(5) COMP VALUE ZERO.
       01 WS-Sub PIC 9(5) COMP.
       01 WS-Sub-2 PIC 9(5) COMP.
       01 WS-Note-Sub PIC 9(5) COMP.
      * The case found for WS-Keyed-CrashID; zero when it has none.
       01 WS-Own-Sub PIC 9(4) COMP VALUE ZERO.
       01 WS-Note-Count PIC 9(5).

       01 WS-Keyed-ID PIC X(5).
       01 WS-Keyed-CrashID PIC 9(5).
       01 WS-Keyed-Status PIC X(1).
           88 Keyed-Open VALUE "O" "o".
           88 Keyed-Review VALUE "R" "r".
           88 Keyed-Hold VALUE "H" "h".
           88 Keyed-Closed VALUE "C" "c".
           88 Keyed-All VALUE SPACE.
       01 WS-Keyed-Investigator PIC X(20).
       01 WS-Keyed-Due PIC X(10).
       01 WS-Keyed-Note PIC X(74).
       01 WS-New-Status PIC X(12).
       01 WS-Old-Status PIC X(12).
       01 WS-Auto-Note PIC X(74).
       01 WS-Edit-Result PIC X(1).
           88 Entry-Is-Good VALUE "Y".
           88 Entry-Is-Bad VALUE "N".

       01 WS-Today PIC 9(8).
      * A case opened here without a due date keyed gets the same
      * thirty days CSV-Loader gives a fatal crash's case.
       01 WS-Due-Days PIC 9(3) VALUE 30.
       01 WS-Default-Due PIC 9(8).
       01 WS-Due-Value PIC 9(8).
       01 WS-Due-Parts REDEFINES WS-Due-Value.
           02 WS-DV-Year PIC 9(4).
           02 WS-DV-Month PIC 9(2).
           02 WS-DV-DOM PIC 9(2).
       01 WS-Date-Is-Valid PIC X(1).
           88 Date-Is-Valid VALUE "Y".
           88 Date-Is-Invalid VALUE "N".
       01 WS-Days-In-Month PIC 99.
       01 WS-Edit-Date.
           02 WS-Edit-Year PIC 9(4).
           02 WS-Edit-Dash-1 PIC X(1).
           02 WS-Edit-Month PIC 9(2).
           02 WS-Edit-Dash-2 PIC X(1).
           02 WS-Edit-DOM PIC 9(2).
      * A YYYYMMDD date as the operator keys and reads it.
       01 WS-Show-Source PIC 9(8).
       01 WS-Show-Parts REDEFINES WS-Show-Source.
           02 WS-SS-Year PIC 9(4).
           02 WS-SS-Month PIC 9(2).
           02 WS-SS-DOM PIC 9(2).
       01 WS-Show-Date.
           02 WS-SD-Year PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-SD-Month PIC 9(2).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-SD-DOM PIC 9(2).

       01 WS-Oper-Status PIC X(2).
       01 WS-Operator PIC X(8) VALUE SPACE.
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
           02 WS-SG-Program PIC X(20) VALUE "Case-Maint".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Signed-Level PIC 9(1) VALUE ZERO.
       01 WS-Master-State PIC X(1) VALUE "N".
           88 Operator-Master-Present VALUE "Y".
       01 WS-Maint-Lock-Line.
           02 FILLER PIC X(6) VALUE "MAINT ".
           02 WS-ML-Operator PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-ML-Stamp PIC 9(14).

       01 WS-List-Line.
           02 WS-L-CrashID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Status PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Investigator PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Due PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Flag PIC X(7).
       01 WS-Listed PIC 9(4).
       01 WS-Note-Line.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-NL-Date PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-NL-Oper PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-NL-Text PIC X(74).

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator THRU Sign-On-Operator-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Check-Batch-Interlock
               THRU Check-Batch-Interlock-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Default-Due = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Today) + WS-Due-Days)
           PERFORM Load-Case-File THRU Load-Case-File-Exit
           IF Case-File-Unusable
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Set-Maint-Interlock THRU Set-Maint-Interlock-Exit
           IF Maint-Lock-Refused
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      * The master is only read, to refuse a case for a crash it
      * does not hold.
           OPEN INPUT CrashDataFile
           IF WS-Dat-Status = "00"
               SET Crash-Master-Open TO TRUE
           ELSE
               DISPLAY "Case-Maint: *** WARNING *** unable to open "
                   "Crash-Data.dat, status " WS-Dat-Status
                   " - no case can be opened this session"
           END-IF
           DISPLAY "Case-Maint: " WS-Cases-Used " case(s), "
               WS-Notes-Used " note(s) loaded"
           PERFORM UNTIL Quit-Action
               DISPLAY " "
               DISPLAY "Action - Open, Status, Investigator, Note, "
                   "View, List or Quit (O/S/I/N/V/L/Q)? "
               ACCEPT WS-Action
               IF (Open-Action OR Status-Action OR Assign-Action
                       OR Note-Action) AND
                       Operator-Master-Present AND
                       WS-Signed-Level < 2
                   DISPLAY "Working a case needs authority level 2 "
                       "- refused"
               ELSE
                   EVALUATE TRUE
                       WHEN Open-Action
                           PERFORM Open-One-Case
                               THRU Open-One-Case-Exit
                       WHEN Status-Action
                           PERFORM Set-Case-Status
                               THRU Set-Case-Status-Exit
                       WHEN Assign-Action
                           PERFORM Assign-One-Case
                               THRU Assign-One-Case-Exit
                       WHEN Note-Action
                           PERFORM Note-One-Case
                               THRU Note-One-Case-Exit
                       WHEN View-Action
                           PERFORM View-One-Case
                               THRU View-One-Case-Exit
                       WHEN List-Action
                           PERFORM List-Cases
                       WHEN Quit-Action
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unrecognized action - key O, S, "
                               "I, N, V, L or Q"
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF Crash-Master-Open
               CLOSE CrashDataFile
           END-IF
           IF Case-File-Changed
               PERFORM Rewrite-Case-File
           ELSE
               DISPLAY "Case-Maint: no changes made"
           END-IF
           PERFORM Clear-Maint-Interlock
           GOBACK.

      * Signs the operator on against OPERATOR-MASTER.DAT. An
      * unknown ID is refused; no operator master at all falls
      * back to an open session, loudly, on keyed initials.
       Sign-On-Operator.
           PERFORM Load-Operator-Master
               THRU Load-Operator-Master-Exit
           IF RETURN-CODE NOT = 0
               GO TO Sign-On-Operator-Exit
           END-IF
           IF NOT Operator-Master-Present
               DISPLAY "Case-Maint: *** WARNING *** no "
                   "OPERATOR-MASTER.DAT - session runs open"
               DISPLAY "Case-Maint: key operator initials for the "
                   "case notes (up to 8): "
               ACCEPT WS-Operator
               IF WS-Operator = SPACE
                   DISPLAY "Case-Maint: operator initials are "
                       "required for the case notes"
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO Sign-On-Operator-Exit
           END-IF
           DISPLAY "Case-Maint: key operator ID: "
           ACCEPT WS-Operator
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Operator
               CONTINUE
           END-PERFORM
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Case-Maint: operator " WS-Operator
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
           DISPLAY "Case-Maint: signed on "
               WS-OM-Name(WS-Oper-Sub) " at authority level "
               WS-Signed-Level.
       Sign-On-Operator-Exit.
           EXIT.

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
               DISPLAY "Case-Maint: unable to read "
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

      * Refuses the session while Batch-Driver has a cycle in
      * flight - CSV-Loader appends new cases mid-cycle, and this
      * session's rewrite would drop them.
       Check-Batch-Interlock.
           OPEN INPUT BatchLockFile
           IF WS-BLock-Status NOT = "00"
               GO TO Check-Batch-Interlock-Exit
           END-IF
           READ BatchLockFile
               AT END CONTINUE
               NOT AT END
                   IF BatchLockRec(1:5) = "CYCLE"
                       DISPLAY "Case-Maint: Batch-Driver holds the "
                           "files - " BatchLockRec
                       DISPLAY "Case-Maint: session refused until "
                           "the cycle completes"
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ
           CLOSE BatchLockFile.
       Check-Batch-Interlock-Exit.
           EXIT.

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
                           DISPLAY "Case-Maint: another maintenance "
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
               DISPLAY "Case-Maint: *** WARNING *** unable to "
                   "write MAINT-INTERLOCK.DAT, status "
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
           IF WS-MLock-Status = "00"
               MOVE "CLEAR" TO MaintLockRec
               WRITE MaintLockRec
               CLOSE MaintLockFile
           END-IF.

      * A line that would be lost or garbled on the rewrite - one
      * this layout does not know, a second case for one crash, a
      * note with no case line before it - stops the session with
      * the file untouched.
       Load-Case-File.
           OPEN INPUT CaseFile
           IF WS-Case-Status = "35"
               DISPLAY "Case-Maint: no CRASH-CASE.DAT yet - "
                   "starting an empty case file"
               GO TO Load-Case-File-Exit
           END-IF
           IF WS-Case-Status NOT = "00"
               DISPLAY "Case-Maint: unable to read CRASH-CASE.DAT, "
                   "status " WS-Case-Status
               SET Case-File-Unusable TO TRUE
               GO TO Load-Case-File-Exit
           END-IF
           PERFORM UNTIL EndOfCaseFile
               READ CaseFile
                   AT END SET EndOfCaseFile TO TRUE
                   NOT AT END
                       IF CaseRec NOT = SPACE AND
                               CaseRec(1:1) NOT = "*"
                           PERFORM Load-One-Case-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CaseFile.
       Load-Case-File-Exit.
           EXIT.

       Load-One-Case-Line.
           SET Entry-Is-Bad TO TRUE
           IF CS-CrashID IS NUMERIC AND CS-CrashID > ZERO
               MOVE CS-CrashID TO WS-Keyed-CrashID
               PERFORM Find-Keyed-Case
               EVALUATE TRUE
                   WHEN CS-Case-Line
                       IF WS-Own-Sub = ZERO AND
                               WS-Cases-Used < 2000 AND
                               (CS-Status-Open OR CS-Status-Review OR
                                CS-Status-Hold OR CS-Status-Closed)
                               AND CS-Due IS NUMERIC
                               AND CS-Opened IS NUMERIC
                               AND CS-Changed IS NUMERIC
                           MOVE CS-CrashID TO WS-HC-CrashID
                           MOVE CS-Status TO WS-HC-Status
                           MOVE CS-Investigator TO WS-HC-Investigator
                           MOVE CS-Due TO WS-HC-Due
                           MOVE CS-Opened TO WS-HC-Opened
                           MOVE CS-Changed TO WS-HC-Changed
                           PERFORM Insert-Held-Case
                           SET Entry-Is-Good TO TRUE
                       END-IF
                   WHEN CS-Note-Line
                       IF WS-Own-Sub NOT = ZERO AND
                               WS-Notes-Used < 10000 AND
                               CS-Note-Date IS NUMERIC
                           ADD 1 TO WS-Notes-Used
                           MOVE CS-CrashID
                               TO WS-NT-CrashID(WS-Notes-Used)
                           MOVE CS-Note-Date
                               TO WS-NT-Date(WS-Notes-Used)
                           MOVE CS-Note-Oper
                               TO WS-NT-Oper(WS-Notes-Used)
                           MOVE CS-Note-Text
                               TO WS-NT-Text(WS-Notes-Used)
                           SET Entry-Is-Good TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF Entry-Is-Bad
               DISPLAY "Case-Maint: unusable line in CRASH-CASE.DAT "
                   "- correct it before working the cases: " CaseRec
               SET Case-File-Unusable TO TRUE
               SET EndOfCaseFile TO TRUE
           END-IF.

       Find-Keyed-Case.
           MOVE ZERO TO WS-Own-Sub
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Cases-Used
                   OR WS-Own-Sub NOT = ZERO
               IF WS-CT-CrashID(WS-Sub) = WS-Keyed-CrashID
                   MOVE WS-Sub TO WS-Own-Sub
               END-IF
           END-PERFORM.

      * Files WS-Hold-Case in CrashID order - CSV-Loader's cases
      * arrive at the end of the file, and the rewrite puts them
      * where they belong. WS-Own-Sub is left on the new entry.
       Insert-Held-Case.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Cases-Used
                   OR WS-CT-CrashID(WS-Sub) > WS-HC-CrashID
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-Sub-2 FROM WS-Cases-Used BY -1
                   UNTIL WS-Sub-2 < WS-Sub
               MOVE WS-CT-Entry(WS-Sub-2) TO WS-CT-Entry(WS-Sub-2 + 1)
           END-PERFORM
           ADD 1 TO WS-Cases-Used
           MOVE WS-Hold-Case TO WS-CT-Entry(WS-Sub)
           MOVE WS-Sub TO WS-Own-Sub.

      * The keyed CrashID must be five digits and not zero.
       Accept-Keyed-CrashID.
           SET Entry-Is-Bad TO TRUE
           DISPLAY "Key the 5-digit CrashID: "
           ACCEPT WS-Keyed-ID
           IF WS-Keyed-ID IS NOT NUMERIC
               DISPLAY "CrashID must be 5 digits"
               GO TO Accept-Keyed-CrashID-Exit
           END-IF
           MOVE WS-Keyed-ID TO WS-Keyed-CrashID
           IF WS-Keyed-CrashID = ZERO
               DISPLAY "CrashID must be 5 digits"
               GO TO Accept-Keyed-CrashID-Exit
           END-IF
           PERFORM Find-Keyed-Case
           SET Entry-Is-Good TO TRUE.
       Accept-Keyed-CrashID-Exit.
           EXIT.

      * The case must be for a crash in the live master. The first
      * note says who opened it; a note keyed with it follows.
       Open-One-Case.
           IF NOT Crash-Master-Open
               DISPLAY "Crash-Data.dat is not open - no case can be "
                   "opened"
               GO TO Open-One-Case-Exit
           END-IF
           PERFORM Accept-Keyed-CrashID
               THRU Accept-Keyed-CrashID-Exit
           IF Entry-Is-Bad
               GO TO Open-One-Case-Exit
           END-IF
           IF WS-Own-Sub NOT = ZERO
               DISPLAY "CrashID " WS-Keyed-CrashID " already has a "
                   "case - status " WS-CT-Status(WS-Own-Sub)
               GO TO Open-One-Case-Exit
           END-IF
           IF WS-Cases-Used >= 2000
               DISPLAY "Case file is full"
               GO TO Open-One-Case-Exit
           END-IF
           IF WS-Notes-Used >= 10000
               DISPLAY "Case notes are full - no case can be opened"
               GO TO Open-One-Case-Exit
           END-IF
           MOVE WS-Keyed-CrashID TO CrashID
           READ CrashDataFile
               INVALID KEY
                   DISPLAY "No crash record found for CrashID "
                       WS-Keyed-CrashID
                   GO TO Open-One-Case-Exit
           END-READ
           DISPLAY "Location      : " Loc
           DISPLAY "Date          : " CDate
           DISPLAY "Fatal/Injury  : " FatalityBool "/" InjuryBool
           DISPLAY "Investigator (blank for none yet): "
           ACCEPT WS-Keyed-Investigator
           MOVE WS-Default-Due TO WS-Show-Source
           PERFORM Format-Show-Date
           DISPLAY "Due date (YYYY-MM-DD, blank for "
               WS-Show-Date "): "
           ACCEPT WS-Keyed-Due
           IF WS-Keyed-Due = SPACE
               MOVE WS-Default-Due TO WS-Due-Value
           ELSE
               PERFORM Edit-Keyed-Due THRU Edit-Keyed-Due-Exit
               IF Entry-Is-Bad
                   DISPLAY "Open abandoned"
                   GO TO Open-One-Case-Exit
               END-IF
           END-IF
           DISPLAY "Note (blank for none): "
           ACCEPT WS-Keyed-Note
           MOVE WS-Keyed-CrashID TO WS-HC-CrashID
           MOVE "OPEN" TO WS-HC-Status
           MOVE WS-Keyed-Investigator TO WS-HC-Investigator
           MOVE WS-Due-Value TO WS-HC-Due
           MOVE WS-Today TO WS-HC-Opened
           MOVE WS-Today TO WS-HC-Changed
           PERFORM Insert-Held-Case
           MOVE "CASE OPENED" TO WS-Auto-Note
           PERFORM Add-Auto-Note
           PERFORM Add-Keyed-Note
           SET Case-File-Changed TO TRUE
           DISPLAY "Case opened".
       Open-One-Case-Exit.
           EXIT.

      * Any status to any other. Putting a crash on LEGAL HOLD, or
      * taking it off, needs authority level 3 - a hold keeps the
      * crash out of the archive and its records untouched.
       Set-Case-Status.
           PERFORM Accept-Keyed-CrashID
               THRU Accept-Keyed-CrashID-Exit
           IF Entry-Is-Bad
               GO TO Set-Case-Status-Exit
           END-IF
           IF WS-Own-Sub = ZERO
               DISPLAY "CrashID " WS-Keyed-CrashID " has no case"
               GO TO Set-Case-Status-Exit
           END-IF
           MOVE WS-CT-Status(WS-Own-Sub) TO WS-Old-Status
           DISPLAY "Status is " WS-Old-Status
           DISPLAY "New status - O open, R under review, H legal "
               "hold, C closed: "
           ACCEPT WS-Keyed-Status
           EVALUATE TRUE
               WHEN Keyed-Open
                   MOVE "OPEN" TO WS-New-Status
               WHEN Keyed-Review
                   MOVE "UNDER REVIEW" TO WS-New-Status
               WHEN Keyed-Hold
                   MOVE "LEGAL HOLD" TO WS-New-Status
               WHEN Keyed-Closed
                   MOVE "CLOSED" TO WS-New-Status
               WHEN OTHER
                   DISPLAY "Unrecognized status - key O, R, H or C"
                   GO TO Set-Case-Status-Exit
           END-EVALUATE
           IF WS-New-Status = WS-Old-Status
               DISPLAY "Status unchanged"
               GO TO Set-Case-Status-Exit
           END-IF
           IF (WS-New-Status = "LEGAL HOLD" OR
                   WS-Old-Status = "LEGAL HOLD") AND
                   Operator-Master-Present AND
                   WS-Signed-Level < 3
               DISPLAY "Setting or releasing a legal hold needs "
                   "authority level 3 - refused"
               GO TO Set-Case-Status-Exit
           END-IF
           IF WS-Notes-Used >= 10000
               DISPLAY "Case notes are full - status not changed"
               GO TO Set-Case-Status-Exit
           END-IF
           DISPLAY "Reason (note text, blank for none): "
           ACCEPT WS-Keyed-Note
           MOVE WS-New-Status TO WS-CT-Status(WS-Own-Sub)
           MOVE WS-Today TO WS-CT-Changed(WS-Own-Sub)
           MOVE SPACE TO WS-Auto-Note
           STRING "STATUS " DELIMITED BY SIZE
               WS-Old-Status DELIMITED BY "  "
               " TO " DELIMITED BY SIZE
               WS-New-Status DELIMITED BY "  "
               INTO WS-Auto-Note
           PERFORM Add-Auto-Note
           PERFORM Add-Keyed-Note
           SET Case-File-Changed TO TRUE
           DISPLAY "Status set to " WS-New-Status.
       Set-Case-Status-Exit.
           EXIT.

      * Each field is shown with its current value; a blank reply
      * keeps it.
       Assign-One-Case.
           PERFORM Accept-Keyed-CrashID
               THRU Accept-Keyed-CrashID-Exit
           IF Entry-Is-Bad
               GO TO Assign-One-Case-Exit
           END-IF
           IF WS-Own-Sub = ZERO
               DISPLAY "CrashID " WS-Keyed-CrashID " has no case"
               GO TO Assign-One-Case-Exit
           END-IF
           IF WS-Notes-Used >= 10000
               DISPLAY "Case notes are full - case not changed"
               GO TO Assign-One-Case-Exit
           END-IF
           DISPLAY "Investigator [" WS-CT-Investigator(WS-Own-Sub)
               "]: "
           ACCEPT WS-Keyed-Investigator
           IF WS-Keyed-Investigator = SPACE
               MOVE WS-CT-Investigator(WS-Own-Sub)
                   TO WS-Keyed-Investigator
           END-IF
           MOVE WS-CT-Due(WS-Own-Sub) TO WS-Show-Source
           PERFORM Format-Show-Date
           DISPLAY "Due date [" WS-Show-Date "]: "
           ACCEPT WS-Keyed-Due
           IF WS-Keyed-Due = SPACE
               MOVE WS-CT-Due(WS-Own-Sub) TO WS-Due-Value
           ELSE
               PERFORM Edit-Keyed-Due THRU Edit-Keyed-Due-Exit
               IF Entry-Is-Bad
                   DISPLAY "Change abandoned"
                   GO TO Assign-One-Case-Exit
               END-IF
           END-IF
           IF WS-Keyed-Investigator = WS-CT-Investigator(WS-Own-Sub)
                   AND WS-Due-Value = WS-CT-Due(WS-Own-Sub)
               DISPLAY "Nothing changed"
               GO TO Assign-One-Case-Exit
           END-IF
           MOVE WS-Keyed-Investigator
               TO WS-CT-Investigator(WS-Own-Sub)
           MOVE WS-Due-Value TO WS-CT-Due(WS-Own-Sub)
           MOVE WS-Today TO WS-CT-Changed(WS-Own-Sub)
           MOVE WS-Due-Value TO WS-Show-Source
           PERFORM Format-Show-Date
           MOVE SPACE TO WS-Auto-Note
           IF WS-Keyed-Investigator = SPACE
               STRING "UNASSIGNED, DUE " WS-Show-Date
                   DELIMITED BY SIZE INTO WS-Auto-Note
           ELSE
               STRING "ASSIGNED TO " DELIMITED BY SIZE
                   WS-Keyed-Investigator DELIMITED BY "  "
                   ", DUE " WS-Show-Date DELIMITED BY SIZE
                   INTO WS-Auto-Note
           END-IF
           PERFORM Add-Auto-Note
           SET Case-File-Changed TO TRUE
           DISPLAY "Changed".
       Assign-One-Case-Exit.
           EXIT.

       Note-One-Case.
           PERFORM Accept-Keyed-CrashID
               THRU Accept-Keyed-CrashID-Exit
           IF Entry-Is-Bad
               GO TO Note-One-Case-Exit
           END-IF
           IF WS-Own-Sub = ZERO
               DISPLAY "CrashID " WS-Keyed-CrashID " has no case"
               GO TO Note-One-Case-Exit
           END-IF
           IF WS-Notes-Used >= 10000
               DISPLAY "Case notes are full - note not added"
               GO TO Note-One-Case-Exit
           END-IF
           DISPLAY "Note: "
           ACCEPT WS-Keyed-Note
           IF WS-Keyed-Note = SPACE
               DISPLAY "A blank note is not added"
               GO TO Note-One-Case-Exit
           END-IF
           PERFORM Add-Keyed-Note
           MOVE WS-Today TO WS-CT-Changed(WS-Own-Sub)
           SET Case-File-Changed TO TRUE
           DISPLAY "Note added".
       Note-One-Case-Exit.
           EXIT.

      * The session's own note on what it just did to the case at
      * WS-Own-Sub; the caller has checked there is room.
       Add-Auto-Note.
           ADD 1 TO WS-Notes-Used
           MOVE WS-CT-CrashID(WS-Own-Sub)
               TO WS-NT-CrashID(WS-Notes-Used)
           MOVE WS-Today TO WS-NT-Date(WS-Notes-Used)
           MOVE WS-Operator TO WS-NT-Oper(WS-Notes-Used)
           MOVE WS-Auto-Note TO WS-NT-Text(WS-Notes-Used).

      * The operator's own note, when one was keyed.
       Add-Keyed-Note.
           IF WS-Keyed-Note NOT = SPACE
               IF WS-Notes-Used >= 10000
                   DISPLAY "Case notes are full - note not added"
               ELSE
                   MOVE WS-Keyed-Note TO WS-Auto-Note
                   PERFORM Add-Auto-Note
               END-IF
           END-IF.

       View-One-Case.
           PERFORM Accept-Keyed-CrashID
               THRU Accept-Keyed-CrashID-Exit
           IF Entry-Is-Bad
               GO TO View-One-Case-Exit
           END-IF
           IF WS-Own-Sub = ZERO
               DISPLAY "CrashID " WS-Keyed-CrashID " has no case"
               GO TO View-One-Case-Exit
           END-IF
           DISPLAY "CrashID       : " WS-CT-CrashID(WS-Own-Sub)
           DISPLAY "Status        : " WS-CT-Status(WS-Own-Sub)
           IF WS-CT-Investigator(WS-Own-Sub) = SPACE
               DISPLAY "Investigator  : (unassigned)"
           ELSE
               DISPLAY "Investigator  : "
                   WS-CT-Investigator(WS-Own-Sub)
           END-IF
           MOVE WS-CT-Due(WS-Own-Sub) TO WS-Show-Source
           PERFORM Format-Show-Date
           IF WS-CT-Due(WS-Own-Sub) < WS-Today AND
                   WS-CT-Status(WS-Own-Sub) NOT = "CLOSED"
               DISPLAY "Due           : " WS-Show-Date " - OVERDUE"
           ELSE
               DISPLAY "Due           : " WS-Show-Date
           END-IF
           MOVE WS-CT-Opened(WS-Own-Sub) TO WS-Show-Source
           PERFORM Format-Show-Date
           DISPLAY "Opened        : " WS-Show-Date
           MOVE WS-CT-Changed(WS-Own-Sub) TO WS-Show-Source
           PERFORM Format-Show-Date
           DISPLAY "Last changed  : " WS-Show-Date
           DISPLAY "Notes:"
           MOVE ZERO TO WS-Note-Count
           PERFORM VARYING WS-Note-Sub FROM 1 BY 1
                   UNTIL WS-Note-Sub > WS-Notes-Used
               IF WS-NT-CrashID(WS-Note-Sub) = WS-Keyed-CrashID
                   MOVE WS-NT-Date(WS-Note-Sub) TO WS-Show-Source
                   PERFORM Format-Show-Date
                   MOVE WS-Show-Date TO WS-NL-Date
                   MOVE WS-NT-Oper(WS-Note-Sub) TO WS-NL-Oper
                   MOVE WS-NT-Text(WS-Note-Sub) TO WS-NL-Text
                   DISPLAY WS-Note-Line
                   ADD 1 TO WS-Note-Count
               END-IF
           END-PERFORM
           DISPLAY WS-Note-Count " note(s)".
       View-One-Case-Exit.
           EXIT.

      * All the cases, or those at one status; a case past its due
      * date and not closed is flagged.
       List-Cases.
           DISPLAY "Status to list - O, R, H, C or blank for all: "
           ACCEPT WS-Keyed-Status
           EVALUATE TRUE
               WHEN Keyed-Open
                   MOVE "OPEN" TO WS-New-Status
               WHEN Keyed-Review
                   MOVE "UNDER REVIEW" TO WS-New-Status
               WHEN Keyed-Hold
                   MOVE "LEGAL HOLD" TO WS-New-Status
               WHEN Keyed-Closed
                   MOVE "CLOSED" TO WS-New-Status
               WHEN OTHER
                   MOVE SPACE TO WS-New-Status
           END-EVALUATE
           MOVE ZERO TO WS-Listed
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Cases-Used
               IF WS-New-Status = SPACE OR
                       WS-CT-Status(WS-Sub) = WS-New-Status
                   MOVE WS-CT-CrashID(WS-Sub) TO WS-L-CrashID
                   MOVE WS-CT-Status(WS-Sub) TO WS-L-Status
                   MOVE WS-CT-Investigator(WS-Sub)
                       TO WS-L-Investigator
                   MOVE WS-CT-Due(WS-Sub) TO WS-Show-Source
                   PERFORM Format-Show-Date
                   MOVE WS-Show-Date TO WS-L-Due
                   IF WS-CT-Due(WS-Sub) < WS-Today AND
                           WS-CT-Status(WS-Sub) NOT = "CLOSED"
                       MOVE "OVERDUE" TO WS-L-Flag
                   ELSE
                       MOVE SPACE TO WS-L-Flag
                   END-IF
                   DISPLAY WS-List-Line
                   ADD 1 TO WS-Listed
               END-IF
           END-PERFORM
           DISPLAY WS-Listed " case(s) listed".

      * The keyed due date, YYYY-MM-DD, into WS-Due-Value.
       Edit-Keyed-Due.
           SET Entry-Is-Bad TO TRUE
           MOVE WS-Keyed-Due TO WS-Edit-Date
           PERFORM Validate-Edit-Date THRU Validate-Edit-Date-Exit
           IF Date-Is-Invalid
               DISPLAY "Due date must be a date, YYYY-MM-DD"
               GO TO Edit-Keyed-Due-Exit
           END-IF
           MOVE WS-Edit-Year TO WS-DV-Year
           MOVE WS-Edit-Month TO WS-DV-Month
           MOVE WS-Edit-DOM TO WS-DV-DOM
           SET Entry-Is-Good TO TRUE.
       Edit-Keyed-Due-Exit.
           EXIT.

      * Month 1-12 and day-of-month valid for that month, leap years
      * included - Crash-Maint's date edit.
       Validate-Edit-Date.
           SET Date-Is-Valid TO TRUE
           IF WS-Edit-Year IS NOT NUMERIC
                   OR WS-Edit-Month IS NOT NUMERIC
                   OR WS-Edit-DOM IS NOT NUMERIC
                   OR WS-Edit-Dash-1 NOT = "-"
                   OR WS-Edit-Dash-2 NOT = "-"
               SET Date-Is-Invalid TO TRUE
               GO TO Validate-Edit-Date-Exit
           END-IF
           IF WS-Edit-Month < 1 OR WS-Edit-Month > 12
               SET Date-Is-Invalid TO TRUE
               GO TO Validate-Edit-Date-Exit
           END-IF
           EVALUATE WS-Edit-Month
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-Days-In-Month
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-Days-In-Month
               WHEN 2
                   IF FUNCTION MOD(WS-Edit-Year, 4) = 0 AND
                     (FUNCTION MOD(WS-Edit-Year, 100) NOT = 0 OR
                      FUNCTION MOD(WS-Edit-Year, 400) = 0)
                       MOVE 29 TO WS-Days-In-Month
                   ELSE
                       MOVE 28 TO WS-Days-In-Month
                   END-IF
           END-EVALUATE
           IF WS-Edit-DOM < 1 OR WS-Edit-DOM > WS-Days-In-Month
               SET Date-Is-Invalid TO TRUE
           END-IF.
       Validate-Edit-Date-Exit.
           EXIT.

       Format-Show-Date.
           MOVE WS-SS-Year TO WS-SD-Year
           MOVE WS-SS-Month TO WS-SD-Month
           MOVE WS-SS-DOM TO WS-SD-DOM.

      * Each case's line, then its notes in the order they were
      * keyed.
       Rewrite-Case-File.
           OPEN OUTPUT CaseFile
           IF WS-Case-Status NOT = "00"
               DISPLAY "Case-Maint: *** WARNING *** unable to "
                   "rewrite CRASH-CASE.DAT, status "
                   WS-Case-Status
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Sub FROM 1 BY 1
                       UNTIL WS-Sub > WS-Cases-Used
                   MOVE SPACE TO CaseRec
                   MOVE "C" TO CS-Type
                   MOVE WS-CT-CrashID(WS-Sub) TO CS-CrashID
                   MOVE WS-CT-Status(WS-Sub) TO CS-Status
                   MOVE WS-CT-Investigator(WS-Sub) TO CS-Investigator
                   MOVE WS-CT-Due(WS-Sub) TO CS-Due
                   MOVE WS-CT-Opened(WS-Sub) TO CS-Opened
                   MOVE WS-CT-Changed(WS-Sub) TO CS-Changed
                   WRITE CaseRec
                   PERFORM VARYING WS-Note-Sub FROM 1 BY 1
                           UNTIL WS-Note-Sub > WS-Notes-Used
                       IF WS-NT-CrashID(WS-Note-Sub) =
                               WS-CT-CrashID(WS-Sub)
                           MOVE SPACE TO CaseRec
                           MOVE "N" TO CS-Type
                           MOVE WS-NT-CrashID(WS-Note-Sub)
                               TO CS-CrashID
                           MOVE WS-NT-Date(WS-Note-Sub)
                               TO CS-Note-Date
                           MOVE WS-NT-Oper(WS-Note-Sub)
                               TO CS-Note-Oper
                           MOVE WS-NT-Text(WS-Note-Sub)
                               TO CS-Note-Text
                           WRITE CaseRec
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE CaseFile
               DISPLAY "Case-Maint: CRASH-CASE.DAT rewritten, "
                   WS-Cases-Used " case(s), " WS-Notes-Used
                   " note(s)"
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
               DISPLAY "Case-Maint: operator " WS-Signon-ID
                   " cannot sign on - " WS-Signon-Detail
               DISPLAY "Case-Maint: see a supervisor; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "N" TO WS-Pwd-State
           PERFORM UNTIL Password-Accepted
                   OR WS-OM-Fails(WS-Oper-Sub) >= 3
               DISPLAY "Case-Maint: password: "
               ACCEPT WS-Pwd-Keyed WITH NO-ECHO
               PERFORM Verify-Keyed-Password
           END-PERFORM
           IF NOT Password-Accepted
               DISPLAY "Case-Maint: session refused"
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "P"
               DISPLAY "Case-Maint: this password was "
                   "issued by a supervisor - choose your own now"
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
           ELSE
               IF WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   DISPLAY "Case-Maint: password expired "
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
           DISPLAY "Case-Maint: new password "
               "(6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Case-Maint: key the new password "
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
               DISPLAY "Case-Maint: new password refused"
                   " - " WS-Signon-Detail
               DISPLAY "Case-Maint: password not changed; "
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
           DISPLAY "Case-Maint: password changed - "
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
                   DISPLAY "Case-Maint: password not accepted"
               ELSE
                   DISPLAY "Case-Maint: third wrong password"
                   DISPLAY "Case-Maint: " WS-Signon-ID
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
               DISPLAY "Case-Maint: *** WARNING *** unable to read "
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
               DISPLAY "Case-Maint: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Case-Maint: *** WARNING *** "
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
               DISPLAY "Case-Maint: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.
