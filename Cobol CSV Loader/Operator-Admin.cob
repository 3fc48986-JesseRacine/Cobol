      * Administers OPERATOR-MASTER.DAT, so the operator master is
      * no longer kept in a text editor. One operator per line:
      *   ID;NAME;LEVEL;S;PASSWORD;EXPIRES;STATE;FAILURES
      * ID, NAME, LEVEL and the S supervisor flag are as they have
      * always been. PASSWORD is the stored form of the operator's
      * password - the ID and password run through a one-way
      * multiply-and-remainder, so the file never holds anything
      * that can be read back into a password. EXPIRES is the
      * YYYYMMDD date the password runs out (90 days after it was
      * chosen), STATE is A active, P a password issued by a
      * supervisor that must be changed at the next sign-on, or X
      * retired, and FAILURES counts wrong passwords in a row - at
      * 3 the ID is locked. Supervisor actions:
      *   A  add an operator, with a password issued to them
      *   R  reset an operator's password - also clears a lockout
      *   U  unlock an operator, keeping their password
      *   X  retire an operator (IDs are never reused - the audit
      *      trail must always point at one person)
      *   L  list the operators and their password state
      *   Q  quit
      * Only a supervisor may sign on, with their own password, and
      * may not reset, unlock or retire their own ID. On a master
      * carried over from before passwords, where no supervisor has
      * one yet, the first supervisor to sign on sets theirs; with
      * no master at all the session creates it with that first
      * supervisor. Every action is written to SIGNON-LOG.DAT, the
      * same log the sign-ons of Crash-Maint and the other
      * maintenance programs go to.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Operator-Admin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OperatorFile ASSIGN TO "OPERATOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Oper-Status.

       SELECT SignonLogFile ASSIGN TO "SIGNON-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Action PIC X(1).
           88 Add-Action VALUE "A" "a".
           88 Reset-Action VALUE "R" "r".
           88 Unlock-Action VALUE "U" "u".
           88 Retire-Action VALUE "X" "x".
           88 List-Action VALUE "L" "l".
           88 Quit-Action VALUE "Q" "q".
       01 WS-Keyed-ID PIC X(8).
       01 WS-Keyed-Name PIC X(30).
       01 WS-Keyed-Level PIC X(1).
       01 WS-Keyed-Flag PIC X(1).
           88 Keyed-Yes VALUE "Y" "y".
       01 WS-Semicolons PIC 9(2) COMP.
       01 WS-Change-Count PIC 9(3) VALUE ZERO.
       01 WS-Admin-Sub PIC 9(3) COMP.
       01 WS-Admin-ID PIC X(8).
       01 WS-Sup-Passwords PIC 9(3) COMP.
       01 WS-Sub PIC 9(3) COMP.
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
           02 WS-SG-Program PIC X(20) VALUE "Operator-Admin".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Master-State PIC X(1) VALUE "N".
           88 Operator-Master-Present VALUE "Y".

       01 WS-List-Line.
           02 WS-L-ID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Name PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-L-Level PIC 9(1).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Sup PIC X(1).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-State PIC X(11).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Expiry PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Fails PIC 9(1).

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Operator-Master
               THRU Load-Operator-Master-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           IF Operator-Master-Present
               PERFORM Sign-On-Supervisor
                   THRU Sign-On-Supervisor-Exit
           ELSE
               PERFORM Create-First-Supervisor
                   THRU Create-First-Supervisor-Exit
           END-IF
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           MOVE WS-Oper-Sub TO WS-Admin-Sub
           MOVE WS-OM-ID(WS-Admin-Sub) TO WS-Admin-ID
           DISPLAY "Operator-Admin: " WS-Opers-Used
               " operator(s) on file"
           PERFORM UNTIL Quit-Action
               DISPLAY " "
               DISPLAY "Action - Add, Reset, Unlock, retire (X), "
                   "List or Quit (A/R/U/X/L/Q)? "
               ACCEPT WS-Action
               EVALUATE TRUE
                   WHEN Add-Action
                       PERFORM Add-One-Operator
                           THRU Add-One-Operator-Exit
                   WHEN Reset-Action
                       PERFORM Reset-One-Operator
                           THRU Reset-One-Operator-Exit
                   WHEN Unlock-Action
                       PERFORM Unlock-One-Operator
                           THRU Unlock-One-Operator-Exit
                   WHEN Retire-Action
                       PERFORM Retire-One-Operator
                           THRU Retire-One-Operator-Exit
                   WHEN List-Action
                       PERFORM List-Operators
                   WHEN Quit-Action
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized action - key A, R, U, X, "
                           "L or Q"
               END-EVALUATE
           END-PERFORM
           DISPLAY "Operator-Admin: " WS-Change-Count
               " change(s) made"
           GOBACK.

      * Only a supervisor signs on here. While no supervisor has a
      * password - a master carried over from before passwords -
      * the first to sign on chooses theirs on the spot; after
      * that it is the full password sign-on.
       Sign-On-Supervisor.
           DISPLAY "Operator-Admin: key supervisor ID: "
           ACCEPT WS-Operator
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Operator
               CONTINUE
           END-PERFORM
           MOVE WS-Operator TO WS-Signon-ID
           MOVE "REFUSED" TO WS-Signon-Event
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Operator-Admin: operator " WS-Operator
                   " is not in the operator master - session refused"
               MOVE "UNKNOWN ID" TO WS-Signon-Detail
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Sign-On-Supervisor-Exit
           END-IF
           IF WS-OM-Sup(WS-Oper-Sub) NOT = "S"
               DISPLAY "Operator-Admin: " WS-Operator " is not a "
                   "supervisor - session refused"
               MOVE "NOT A SUPERVISOR" TO WS-Signon-Detail
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Sign-On-Supervisor-Exit
           END-IF
           MOVE ZERO TO WS-Sup-Passwords
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Opers-Used
               IF WS-OM-Sup(WS-Sub) = "S" AND
                       WS-OM-State(WS-Sub) NOT = "X" AND
                       WS-OM-Hash(WS-Sub) NOT = SPACE
                   ADD 1 TO WS-Sup-Passwords
               END-IF
           END-PERFORM
           IF WS-Sup-Passwords = ZERO AND
                   WS-OM-State(WS-Oper-Sub) NOT = "X"
               DISPLAY "Operator-Admin: no supervisor has a "
                   "password yet - choose yours now"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Pwd-Today
               MOVE SPACE TO WS-Pwd-Keyed
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
               IF RETURN-CODE NOT = 0
                   GO TO Sign-On-Supervisor-Exit
               END-IF
               MOVE "SIGNON" TO WS-Signon-Event
               MOVE "FIRST SUPERVISOR PASSWORD SET"
                   TO WS-Signon-Detail
               PERFORM Write-Signon-Log
           ELSE
               PERFORM Check-Operator-Password
                   THRU Check-Operator-Password-Exit
               IF RETURN-CODE NOT = 0
                   GO TO Sign-On-Supervisor-Exit
               END-IF
           END-IF
           DISPLAY "Operator-Admin: signed on "
               WS-OM-Name(WS-Oper-Sub).
       Sign-On-Supervisor-Exit.
           EXIT.

      * No OPERATOR-MASTER.DAT at all: this session creates it,
      * with the supervisor at the keyboard as its first entry at
      * authority level 4.
       Create-First-Supervisor.
           DISPLAY "Operator-Admin: no OPERATOR-MASTER.DAT - this "
               "session creates it with the first supervisor"
           DISPLAY "Supervisor ID (up to 8): "
           ACCEPT WS-Keyed-ID
           DISPLAY "Supervisor name: "
           ACCEPT WS-Keyed-Name
           PERFORM Edit-Keyed-Identity THRU Edit-Keyed-Identity-Exit
           IF RETURN-CODE NOT = 0
               GO TO Create-First-Supervisor-Exit
           END-IF
           MOVE 1 TO WS-Opers-Used
           MOVE 1 TO WS-Oper-Sub
           MOVE WS-Keyed-ID TO WS-OM-ID(1)
           MOVE WS-Keyed-Name TO WS-OM-Name(1)
           MOVE 4 TO WS-OM-Level(1)
           MOVE "S" TO WS-OM-Sup(1)
           MOVE SPACE TO WS-OM-Hash(1)
           MOVE SPACE TO WS-OM-Expiry(1)
           MOVE "A" TO WS-OM-State(1)
           MOVE ZERO TO WS-OM-Fails(1)
           MOVE WS-Keyed-ID TO WS-Signon-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Pwd-Today
           MOVE SPACE TO WS-Pwd-Keyed
           PERFORM Change-Operator-Password
               THRU Change-Operator-Password-Exit
           IF RETURN-CODE NOT = 0
               GO TO Create-First-Supervisor-Exit
           END-IF
           SET Operator-Master-Present TO TRUE
           MOVE WS-Keyed-ID TO WS-Signon-ID
           MOVE "ADDED" TO WS-Signon-Event
           MOVE "FIRST SUPERVISOR - MASTER CREATED"
               TO WS-Signon-Detail
           PERFORM Write-Signon-Log
           ADD 1 TO WS-Change-Count.
       Create-First-Supervisor-Exit.
           EXIT.

      * A keyed ID and name must be there and hold no semicolon -
      * the master's field separator.
       Edit-Keyed-Identity.
           MOVE ZERO TO WS-Semicolons
           INSPECT WS-Keyed-ID TALLYING WS-Semicolons FOR ALL ";"
           INSPECT WS-Keyed-Name TALLYING WS-Semicolons FOR ALL ";"
           IF WS-Keyed-ID = SPACE OR WS-Keyed-Name = SPACE
               DISPLAY "Operator-Admin: an ID and a name are both "
                   "required - refused"
               MOVE 16 TO RETURN-CODE
               GO TO Edit-Keyed-Identity-Exit
           END-IF
           IF WS-Semicolons > ZERO
               DISPLAY "Operator-Admin: no semicolons in an ID or a "
                   "name - refused"
               MOVE 16 TO RETURN-CODE
           END-IF.
       Edit-Keyed-Identity-Exit.
           EXIT.

      * A new operator gets the password the supervisor issues
      * them, to be changed at their first sign-on.
       Add-One-Operator.
           DISPLAY "New operator ID (up to 8): "
           ACCEPT WS-Keyed-ID
           DISPLAY "Operator name: "
           ACCEPT WS-Keyed-Name
           PERFORM Edit-Keyed-Identity THRU Edit-Keyed-Identity-Exit
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               GO TO Add-One-Operator-Exit
           END-IF
           PERFORM Find-Keyed-Operator
           IF WS-Oper-Sub NOT > WS-Opers-Used
               DISPLAY WS-Keyed-ID " is already in the operator "
                   "master - IDs are never reused; refused"
               GO TO Add-One-Operator-Exit
           END-IF
           IF WS-Opers-Used >= 100
               DISPLAY "The operator master is full at 100 - refused"
               GO TO Add-One-Operator-Exit
           END-IF
           DISPLAY "Authority level - 1 inquiry, 2 update, 3 delete, "
               "4 code tables (1-4): "
           ACCEPT WS-Keyed-Level
           IF WS-Keyed-Level < "1" OR WS-Keyed-Level > "4"
               DISPLAY "The level must be 1 to 4 - refused"
               GO TO Add-One-Operator-Exit
           END-IF
           DISPLAY "Supervisor (Y/N)? "
           ACCEPT WS-Keyed-Flag
           PERFORM Key-Issued-Password THRU Key-Issued-Password-Exit
           IF WS-Pwd-New = SPACE
               GO TO Add-One-Operator-Exit
           END-IF
           ADD 1 TO WS-Opers-Used
           MOVE WS-Opers-Used TO WS-Oper-Sub
           MOVE WS-Keyed-ID TO WS-OM-ID(WS-Oper-Sub)
           MOVE WS-Keyed-Name TO WS-OM-Name(WS-Oper-Sub)
           MOVE WS-Keyed-Level TO WS-OM-Level(WS-Oper-Sub)
           IF Keyed-Yes
               MOVE "S" TO WS-OM-Sup(WS-Oper-Sub)
           ELSE
               MOVE SPACE TO WS-OM-Sup(WS-Oper-Sub)
           END-IF
           PERFORM Store-Issued-Password
           MOVE "ADDED" TO WS-Signon-Event
           MOVE SPACE TO WS-Signon-Detail
           IF Keyed-Yes
               STRING "LEVEL " WS-Keyed-Level " SUPERVISOR BY "
                   WS-Admin-ID DELIMITED BY SIZE
                   INTO WS-Signon-Detail
           ELSE
               STRING "LEVEL " WS-Keyed-Level " BY " WS-Admin-ID
                   DELIMITED BY SIZE INTO WS-Signon-Detail
           END-IF
           PERFORM Write-Signon-Log
           ADD 1 TO WS-Change-Count
           DISPLAY WS-Keyed-ID " added - the password issued must be "
               "changed at the first sign-on".
       Add-One-Operator-Exit.
           EXIT.

      * A reset issues a new password, to be changed at the next
      * sign-on, and clears any lockout.
       Reset-One-Operator.
           PERFORM Key-Other-Operator THRU Key-Other-Operator-Exit
           IF WS-Oper-Sub > WS-Opers-Used
               GO TO Reset-One-Operator-Exit
           END-IF
           PERFORM Key-Issued-Password THRU Key-Issued-Password-Exit
           IF WS-Pwd-New = SPACE
               GO TO Reset-One-Operator-Exit
           END-IF
           PERFORM Store-Issued-Password
           MOVE "RESET" TO WS-Signon-Event
           MOVE SPACE TO WS-Signon-Detail
           STRING "BY " WS-Admin-ID DELIMITED BY SIZE
               INTO WS-Signon-Detail
           PERFORM Write-Signon-Log
           ADD 1 TO WS-Change-Count
           DISPLAY WS-Keyed-ID " reset - the password issued must be "
               "changed at the next sign-on".
       Reset-One-Operator-Exit.
           EXIT.

       Unlock-One-Operator.
           PERFORM Key-Other-Operator THRU Key-Other-Operator-Exit
           IF WS-Oper-Sub > WS-Opers-Used
               GO TO Unlock-One-Operator-Exit
           END-IF
           IF WS-OM-Fails(WS-Oper-Sub) < 3
               DISPLAY WS-Keyed-ID " is not locked"
               GO TO Unlock-One-Operator-Exit
           END-IF
           MOVE ZERO TO WS-OM-Fails(WS-Oper-Sub)
           PERFORM Rewrite-Operator-Entry
               THRU Rewrite-Operator-Entry-Exit
           MOVE WS-Keyed-ID TO WS-Signon-ID
           MOVE "UNLOCKED" TO WS-Signon-Event
           MOVE SPACE TO WS-Signon-Detail
           STRING "BY " WS-Admin-ID DELIMITED BY SIZE
               INTO WS-Signon-Detail
           PERFORM Write-Signon-Log
           ADD 1 TO WS-Change-Count
           DISPLAY WS-Keyed-ID " unlocked - the password is "
               "unchanged".
       Unlock-One-Operator-Exit.
           EXIT.

      * A retired operator stays in the master, so their name is
      * still there behind every audit record they wrote, but can
      * never sign on again.
       Retire-One-Operator.
           PERFORM Key-Other-Operator THRU Key-Other-Operator-Exit
           IF WS-Oper-Sub > WS-Opers-Used
               GO TO Retire-One-Operator-Exit
           END-IF
           DISPLAY "Retire " WS-OM-Name(WS-Oper-Sub)
               " for good (Y/N)? "
           ACCEPT WS-Keyed-Flag
           IF NOT Keyed-Yes
               DISPLAY "Not retired"
               GO TO Retire-One-Operator-Exit
           END-IF
           MOVE "X" TO WS-OM-State(WS-Oper-Sub)
           PERFORM Rewrite-Operator-Entry
               THRU Rewrite-Operator-Entry-Exit
           MOVE WS-Keyed-ID TO WS-Signon-ID
           MOVE "RETIRED" TO WS-Signon-Event
           MOVE SPACE TO WS-Signon-Detail
           STRING "BY " WS-Admin-ID DELIMITED BY SIZE
               INTO WS-Signon-Detail
           PERFORM Write-Signon-Log
           ADD 1 TO WS-Change-Count
           DISPLAY WS-Keyed-ID " retired".
       Retire-One-Operator-Exit.
           EXIT.

      * The operator a reset, unlock or retire is aimed at: on
      * file, not retired, and not the supervisor signed on -
      * another supervisor must act on your own ID. Leaves
      * WS-Oper-Sub past the table when refused.
       Key-Other-Operator.
           DISPLAY "Operator ID: "
           ACCEPT WS-Keyed-ID
           PERFORM Find-Keyed-Operator
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY WS-Keyed-ID " is not in the operator master"
               GO TO Key-Other-Operator-Exit
           END-IF
           IF WS-Oper-Sub = WS-Admin-Sub
               DISPLAY "Another supervisor must act on your own ID "
                   "- refused"
               MOVE WS-Opers-Used TO WS-Oper-Sub
               ADD 1 TO WS-Oper-Sub
               GO TO Key-Other-Operator-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "X"
               DISPLAY WS-Keyed-ID " is retired - refused"
               MOVE WS-Opers-Used TO WS-Oper-Sub
               ADD 1 TO WS-Oper-Sub
           END-IF.
       Key-Other-Operator-Exit.
           EXIT.

       Find-Keyed-Operator.
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Keyed-ID
               CONTINUE
           END-PERFORM.

      * The supervisor keys the password being issued twice; it is
      * held in WS-Pwd-New, left blank when refused.
       Key-Issued-Password.
           DISPLAY "Password to issue (6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Key it again: "
           ACCEPT WS-Pwd-Again WITH NO-ECHO
           MOVE ZERO TO WS-Pwd-Length
           INSPECT FUNCTION REVERSE(WS-Pwd-New)
               TALLYING WS-Pwd-Length FOR LEADING SPACE
           COMPUTE WS-Pwd-Length = 16 - WS-Pwd-Length
           IF WS-Pwd-New NOT = WS-Pwd-Again
               DISPLAY "The two entries differ - refused"
               MOVE SPACE TO WS-Pwd-New
               GO TO Key-Issued-Password-Exit
           END-IF
           IF WS-Pwd-Length < 6
               DISPLAY "Shorter than 6 characters - refused"
               MOVE SPACE TO WS-Pwd-New
               GO TO Key-Issued-Password-Exit
           END-IF
           IF WS-Pwd-New = WS-Keyed-ID
               DISPLAY "Same as the operator ID - refused"
               MOVE SPACE TO WS-Pwd-New
           END-IF.
       Key-Issued-Password-Exit.
           EXIT.

      * An issued password: stored, marked for change at the next
      * sign-on, lockout cleared.
       Store-Issued-Password.
           MOVE WS-OM-ID(WS-Oper-Sub) TO WS-PS-ID
           MOVE WS-Pwd-New TO WS-PS-Password
           PERFORM Hash-Password
           MOVE WS-Pwd-Hash TO WS-OM-Hash(WS-Oper-Sub)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-OM-Expiry(WS-Oper-Sub)
           MOVE "P" TO WS-OM-State(WS-Oper-Sub)
           MOVE ZERO TO WS-OM-Fails(WS-Oper-Sub)
           MOVE WS-OM-ID(WS-Oper-Sub) TO WS-Signon-ID
           PERFORM Rewrite-Operator-Entry
               THRU Rewrite-Operator-Entry-Exit.

       List-Operators.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Pwd-Today
           DISPLAY "ID        NAME                           LV S  "
               "STATE        EXPIRES   FAILURES"
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Opers-Used
               MOVE WS-OM-ID(WS-Sub) TO WS-L-ID
               MOVE WS-OM-Name(WS-Sub) TO WS-L-Name
               MOVE WS-OM-Level(WS-Sub) TO WS-L-Level
               MOVE WS-OM-Sup(WS-Sub) TO WS-L-Sup
               EVALUATE TRUE
                   WHEN WS-OM-State(WS-Sub) = "X"
                       MOVE "RETIRED" TO WS-L-State
                   WHEN WS-OM-Fails(WS-Sub) >= 3
                       MOVE "LOCKED" TO WS-L-State
                   WHEN WS-OM-Hash(WS-Sub) = SPACE
                       MOVE "NO PASSWORD" TO WS-L-State
                   WHEN WS-OM-State(WS-Sub) = "P"
                       MOVE "CHANGE DUE" TO WS-L-State
                   WHEN WS-OM-Expiry(WS-Sub) < WS-Pwd-Today
                       MOVE "EXPIRED" TO WS-L-State
                   WHEN OTHER
                       MOVE "ACTIVE" TO WS-L-State
               END-EVALUATE
               MOVE WS-OM-Expiry(WS-Sub) TO WS-L-Expiry
               MOVE WS-OM-Fails(WS-Sub) TO WS-L-Fails
               DISPLAY WS-List-Line
           END-PERFORM.

      * ID;NAME;LEVEL;S;PASSWORD;EXPIRES;STATE;FAILURES per line,
      * * comments and blanks skipped. An old line that stops at S
      * loads with no password, which this program issues.
       Load-Operator-Master.
           OPEN INPUT OperatorFile
           IF WS-Oper-Status = "35"
               GO TO Load-Operator-Master-Exit
           END-IF
      * A master that is there but cannot be read is not the same
      * as no master - nobody signs on past it.
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Operator-Admin: unable to read "
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
               DISPLAY "Operator-Admin: operator " WS-Signon-ID
                   " cannot sign on - " WS-Signon-Detail
               DISPLAY "Operator-Admin: see a supervisor; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "N" TO WS-Pwd-State
           PERFORM UNTIL Password-Accepted
                   OR WS-OM-Fails(WS-Oper-Sub) >= 3
               DISPLAY "Operator-Admin: password: "
               ACCEPT WS-Pwd-Keyed WITH NO-ECHO
               PERFORM Verify-Keyed-Password
           END-PERFORM
           IF NOT Password-Accepted
               DISPLAY "Operator-Admin: session refused"
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "P"
               DISPLAY "Operator-Admin: this password was "
                   "issued by a supervisor - choose your own now"
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
           ELSE
               IF WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   DISPLAY "Operator-Admin: password expired "
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
           DISPLAY "Operator-Admin: new password "
               "(6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Operator-Admin: key the new password "
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
               DISPLAY "Operator-Admin: new password refused"
                   " - " WS-Signon-Detail
               DISPLAY "Operator-Admin: password not changed; "
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
           DISPLAY "Operator-Admin: password changed - "
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
                   DISPLAY "Operator-Admin: password not accepted"
               ELSE
                   DISPLAY "Operator-Admin: third wrong password"
                   DISPLAY "Operator-Admin: " WS-Signon-ID
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
               DISPLAY "Operator-Admin: *** WARNING *** unable to read "
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
               DISPLAY "Operator-Admin: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Operator-Admin: *** WARNING *** "
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
               DISPLAY "Operator-Admin: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.
