      * Maintains CORRIDOR-MASTER.DAT, engineering's corridors - a
      * named stretch of road ("US 70, bypass to Main") tied to the
      * standardized locations along it. Two kinds of line:
      *   C;CORRID;NAME;LENGTH     the corridor, its length in miles
      *   P;CORRID;LOCCODE;MILEPOST  one LOC-MASTER.DAT location on
      *                            it, at its milepost (miles from
      *                            the corridor's start)
      * Lengths and mileposts are miles to two decimals ("4.25").
      * Each corridor's C line is followed by its points in milepost
      * order; the file is rewritten that way on the way out, so
      * Corridor-Report can take the points as keyed. Operator
      * actions:
      *   A  add a corridor
      *   C  change a corridor's name or length
      *   P  place a location on a corridor (or move its milepost)
      *   D  drop a location from a corridor
      *   R  remove a corridor and all its points
      *   L  list the corridors and their points
      *   Q  quit (the file is rewritten on the way out)
      * A point's code must be in LOC-MASTER.DAT and its milepost
      * inside the corridor's length; no two points of a corridor
      * may share a code or a milepost. A length may not be cut
      * below the corridor's furthest milepost. The session signs
      * on against OPERATOR-MASTER.DAT (ID;NAME;LEVEL;S lines);
      * changes need authority level 4, as for the code tables and
      * the agency registry. Listing is open to any signed-on
      * operator, and with no operator master on file the session
      * runs open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Corridor-Maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CorridorFile ASSIGN TO "CORRIDOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Corr-Status.

       SELECT LocMasterFile ASSIGN TO "LOC-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Loc-Status.

       SELECT OperatorFile ASSIGN TO "OPERATOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Oper-Status.

       SELECT SignonLogFile ASSIGN TO "SIGNON-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CorridorFile.
       01 CorridorRec PIC X(80).
       88 EndOfCorridorFile VALUE HIGH-VALUES.

       FD LocMasterFile.
       01 LocMasterRec PIC X(120).
       88 EndOfLocMasterFile VALUE HIGH-VALUES.

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Corr-Status PIC X(2).
       01 WS-Loc-Status PIC X(2).
       01 WS-Action PIC X(1).
           88 Add-Action VALUE "A" "a".
           88 Change-Action VALUE "C" "c".
           88 Place-Action VALUE "P" "p".
           88 Drop-Action VALUE "D" "d".
           88 Remove-Action VALUE "R" "r".
           88 List-Action VALUE "L" "l".
           88 Quit-Action VALUE "Q" "q".
       01 WS-Changed PIC X(1) VALUE "N".
           88 Master-Changed VALUE "Y".
       01 WS-Line-Type PIC X(1).
       01 WS-Field-1 PIC X(8).
       01 WS-Field-2 PIC X(30).
       01 WS-Field-3 PIC X(8).
       01 WS-Keyed-Corr PIC X(8).
       01 WS-Keyed-Name PIC X(30).
       01 WS-Keyed-Code PIC X(8).
       01 WS-Miles-Text PIC X(8).
       01 WS-Miles PIC 9(3)V99.
       01 WS-Miles-Valid PIC X(1).
           88 Miles-Are-Valid VALUE "Y".
       01 WS-Miles-Idx PIC 9(2) COMP.
       01 WS-Miles-Char PIC X(1).
       01 WS-Int-Digits PIC 9(2) COMP.
       01 WS-Frac-Digits PIC 9(2) COMP.
       01 WS-Point-Seen PIC X(1).
       01 WS-Blank-Seen PIC X(1).
       01 WS-Furthest PIC 9(3)V99.

       01 WS-Corridor-Table.
           02 WS-CR-Entry OCCURS 100 TIMES.
               03 WS-CR-ID PIC X(8).
               03 WS-CR-Name PIC X(30).
               03 WS-CR-Length PIC 9(3)V99.
       01 WS-Corrs-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Point-Table.
           02 WS-PT-Entry OCCURS 2000 TIMES.
               03 WS-PT-Corr PIC X(8).
               03 WS-PT-Code PIC X(8).
               03 WS-PT-Milepost PIC 9(3)V99.
               03 WS-PT-Used PIC X(1).
       01 WS-Points-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Sub PIC 9(4) COMP.
       01 WS-Sub-2 PIC 9(4) COMP.
       01 WS-Corr-Sub PIC 9(3) COMP.
       01 WS-Best-Sub PIC 9(4) COMP.
       01 WS-Corr-Points PIC 9(4) COMP.

      * LOC-MASTER.DAT codes, to refuse a point nobody can match.
       01 WS-Loc-Table.
           02 WS-LM-Code PIC X(8) OCCURS 2000 TIMES.
       01 WS-Locs-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Loc-Field PIC X(8).

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
           02 WS-SG-Program PIC X(20) VALUE "Corridor-Maint".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Signed-Level PIC 9(1) VALUE ZERO.
       01 WS-Master-State PIC X(1) VALUE "N".
           88 Operator-Master-Present VALUE "Y".

       01 WS-Miles-Edit PIC ZZ9.99.
       01 WS-Corr-List-Line.
           02 WS-LC-ID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-LC-Name PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-LC-Length PIC ZZ9.99.
           02 FILLER PIC X(7) VALUE " miles ".
           02 WS-LC-Points PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " point(s)".
       01 WS-Point-List-Line.
           02 FILLER PIC X(6) VALUE SPACE.
           02 FILLER PIC X(3) VALUE "MP ".
           02 WS-LP-Milepost PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-LP-Code PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator THRU Sign-On-Operator-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Load-Loc-Master THRU Load-Loc-Master-Exit
           PERFORM Load-Corridor-Master
               THRU Load-Corridor-Master-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           DISPLAY "Corridor-Maint: " WS-Corrs-Used
               " corridor(s), " WS-Points-Used " point(s) loaded"
           PERFORM UNTIL Quit-Action
               DISPLAY " "
               DISPLAY "Action - Add, Change, Place point, Drop "
                   "point, Remove, List or Quit (A/C/P/D/R/L/Q)? "
               ACCEPT WS-Action
               IF (Add-Action OR Change-Action OR Place-Action OR
                       Drop-Action OR Remove-Action) AND
                       Operator-Master-Present AND
                       WS-Signed-Level < 4
                   DISPLAY "Changing corridors needs authority "
                       "level 4 - refused"
               ELSE
                   EVALUATE TRUE
                       WHEN Add-Action
                           PERFORM Add-One-Corridor
                               THRU Add-One-Corridor-Exit
                       WHEN Change-Action
                           PERFORM Change-One-Corridor
                               THRU Change-One-Corridor-Exit
                       WHEN Place-Action
                           PERFORM Place-One-Point
                               THRU Place-One-Point-Exit
                       WHEN Drop-Action
                           PERFORM Drop-One-Point
                               THRU Drop-One-Point-Exit
                       WHEN Remove-Action
                           PERFORM Remove-One-Corridor
                               THRU Remove-One-Corridor-Exit
                       WHEN List-Action
                           PERFORM List-Corridors
                       WHEN Quit-Action
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unrecognized action - key A, C, "
                               "P, D, R, L or Q"
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF Master-Changed
               PERFORM Rewrite-Corridor-Master
           ELSE
               DISPLAY "Corridor-Maint: no changes made"
           END-IF
           GOBACK.

      * Signs the operator on against OPERATOR-MASTER.DAT. An
      * unknown ID is refused; no operator master at all falls
      * back to an open session, loudly.
       Sign-On-Operator.
           PERFORM Load-Operator-Master
               THRU Load-Operator-Master-Exit
           IF RETURN-CODE NOT = 0
               GO TO Sign-On-Operator-Exit
           END-IF
           IF NOT Operator-Master-Present
               DISPLAY "Corridor-Maint: *** WARNING *** no "
                   "OPERATOR-MASTER.DAT - session runs open"
               GO TO Sign-On-Operator-Exit
           END-IF
           DISPLAY "Corridor-Maint: key operator ID: "
           ACCEPT WS-Operator
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Operator
               CONTINUE
           END-PERFORM
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Corridor-Maint: operator " WS-Operator
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
           DISPLAY "Corridor-Maint: signed on "
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
               DISPLAY "Corridor-Maint: unable to read "
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

      * CODE;NAME[;LAT;LONG] lines - only the code is wanted here.
      * Without a location master every code is taken on trust.
       Load-Loc-Master.
           OPEN INPUT LocMasterFile
           IF WS-Loc-Status NOT = "00"
               DISPLAY "Corridor-Maint: *** WARNING *** no "
                   "LOC-MASTER.DAT - location codes are not checked"
               GO TO Load-Loc-Master-Exit
           END-IF
           PERFORM UNTIL EndOfLocMasterFile
               READ LocMasterFile
                   AT END SET EndOfLocMasterFile TO TRUE
                   NOT AT END
                       IF LocMasterRec NOT = SPACE AND
                               LocMasterRec(1:1) NOT = "*"
                               AND WS-Locs-Used < 2000
                           MOVE SPACE TO WS-Loc-Field
                           UNSTRING LocMasterRec DELIMITED BY ";"
                               INTO WS-Loc-Field
                           ADD 1 TO WS-Locs-Used
                           MOVE WS-Loc-Field
                               TO WS-LM-Code(WS-Locs-Used)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LocMasterFile.
       Load-Loc-Master-Exit.
           EXIT.

      * A point line naming a corridor with no C line before it, or
      * carrying an unreadable milepost, would be silently lost on
      * the rewrite - the session stops instead, file untouched.
       Load-Corridor-Master.
           OPEN INPUT CorridorFile
           IF WS-Corr-Status NOT = "00"
               DISPLAY "Corridor-Maint: no CORRIDOR-MASTER.DAT yet - "
                   "starting an empty master"
               GO TO Load-Corridor-Master-Exit
           END-IF
           PERFORM UNTIL EndOfCorridorFile
               READ CorridorFile
                   AT END SET EndOfCorridorFile TO TRUE
                   NOT AT END
                       IF CorridorRec NOT = SPACE AND
                               CorridorRec(1:1) NOT = "*"
                           PERFORM Load-One-Corridor-Line
                               THRU Load-One-Corridor-Line-Exit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CorridorFile.
       Load-Corridor-Master-Exit.
           EXIT.

       Load-One-Corridor-Line.
           MOVE SPACE TO WS-Line-Type
           MOVE SPACE TO WS-Field-1
           MOVE SPACE TO WS-Field-2
           MOVE SPACE TO WS-Field-3
           MOVE SPACE TO WS-Miles-Text
           IF CorridorRec(1:2) = "C;"
               UNSTRING CorridorRec DELIMITED BY ";"
                   INTO WS-Line-Type WS-Field-1 WS-Field-2
                       WS-Miles-Text
           ELSE
               UNSTRING CorridorRec DELIMITED BY ";"
                   INTO WS-Line-Type WS-Field-1 WS-Field-3
                       WS-Miles-Text
           END-IF
           PERFORM Edit-Miles-Text THRU Edit-Miles-Text-Exit
           EVALUATE TRUE
               WHEN WS-Line-Type = "C" AND WS-Field-1 NOT = SPACE
                       AND Miles-Are-Valid AND WS-Corrs-Used < 100
                   ADD 1 TO WS-Corrs-Used
                   MOVE WS-Field-1 TO WS-CR-ID(WS-Corrs-Used)
                   MOVE WS-Field-2 TO WS-CR-Name(WS-Corrs-Used)
                   MOVE WS-Miles TO WS-CR-Length(WS-Corrs-Used)
                   GO TO Load-One-Corridor-Line-Exit
               WHEN WS-Line-Type = "P" AND Miles-Are-Valid
                       AND WS-Points-Used < 2000
                   MOVE WS-Field-1 TO WS-Keyed-Corr
                   PERFORM Find-Keyed-Corridor
                   IF WS-Corr-Sub NOT > WS-Corrs-Used
                       ADD 1 TO WS-Points-Used
                       MOVE WS-Field-1 TO WS-PT-Corr(WS-Points-Used)
                       MOVE WS-Field-3 TO WS-PT-Code(WS-Points-Used)
                       MOVE WS-Miles
                           TO WS-PT-Milepost(WS-Points-Used)
                       GO TO Load-One-Corridor-Line-Exit
                   END-IF
           END-EVALUATE
           DISPLAY "Corridor-Maint: unusable line in "
               "CORRIDOR-MASTER.DAT - correct it before maintaining "
               "corridors: " CorridorRec
           MOVE 8 TO RETURN-CODE
           SET EndOfCorridorFile TO TRUE.
       Load-One-Corridor-Line-Exit.
           EXIT.

      * Miles are keyed as up to three whole digits and at most two
      * decimals - "4", "4.5", "104.25". Anything else is refused.
       Edit-Miles-Text.
           MOVE "N" TO WS-Miles-Valid
           MOVE ZERO TO WS-Miles
           MOVE ZERO TO WS-Int-Digits
           MOVE ZERO TO WS-Frac-Digits
           MOVE "N" TO WS-Point-Seen
           MOVE "N" TO WS-Blank-Seen
           PERFORM VARYING WS-Miles-Idx FROM 1 BY 1
                   UNTIL WS-Miles-Idx > 8
               MOVE WS-Miles-Text(WS-Miles-Idx:1) TO WS-Miles-Char
               EVALUATE TRUE
                   WHEN WS-Miles-Char = SPACE
                       MOVE "Y" TO WS-Blank-Seen
                   WHEN WS-Blank-Seen = "Y"
                       GO TO Edit-Miles-Text-Exit
                   WHEN WS-Miles-Char = "." AND WS-Point-Seen = "N"
                       MOVE "Y" TO WS-Point-Seen
                   WHEN WS-Miles-Char >= "0" AND WS-Miles-Char <= "9"
                       IF WS-Point-Seen = "Y"
                           ADD 1 TO WS-Frac-Digits
                       ELSE
                           ADD 1 TO WS-Int-Digits
                       END-IF
                   WHEN OTHER
                       GO TO Edit-Miles-Text-Exit
               END-EVALUATE
           END-PERFORM
           IF WS-Int-Digits + WS-Frac-Digits = ZERO
                   OR WS-Int-Digits > 3 OR WS-Frac-Digits > 2
               GO TO Edit-Miles-Text-Exit
           END-IF
           COMPUTE WS-Miles = FUNCTION NUMVAL(WS-Miles-Text)
           MOVE "Y" TO WS-Miles-Valid.
       Edit-Miles-Text-Exit.
           EXIT.

       Find-Keyed-Corridor.
           PERFORM VARYING WS-Corr-Sub FROM 1 BY 1
                   UNTIL WS-Corr-Sub > WS-Corrs-Used
                   OR WS-CR-ID(WS-Corr-Sub) = WS-Keyed-Corr
               CONTINUE
           END-PERFORM.

      * The furthest milepost keyed on the corridor in WS-Corr-Sub,
      * and how many points it has.
       Measure-Corridor.
           MOVE ZERO TO WS-Furthest
           MOVE ZERO TO WS-Corr-Points
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Points-Used
               IF WS-PT-Corr(WS-Sub) = WS-CR-ID(WS-Corr-Sub)
                   ADD 1 TO WS-Corr-Points
                   IF WS-PT-Milepost(WS-Sub) > WS-Furthest
                       MOVE WS-PT-Milepost(WS-Sub) TO WS-Furthest
                   END-IF
               END-IF
           END-PERFORM.

       Add-One-Corridor.
           DISPLAY "Corridor ID (up to 8 characters): "
           ACCEPT WS-Keyed-Corr
           IF WS-Keyed-Corr = SPACE
               DISPLAY "A blank corridor ID cannot be added"
               GO TO Add-One-Corridor-Exit
           END-IF
           PERFORM Find-Keyed-Corridor
           IF WS-Corr-Sub NOT > WS-Corrs-Used
               DISPLAY "Corridor " WS-Keyed-Corr " is already on "
                   "file - use Change"
               GO TO Add-One-Corridor-Exit
           END-IF
           IF WS-Corrs-Used >= 100
               DISPLAY "Corridor master is full"
               GO TO Add-One-Corridor-Exit
           END-IF
           DISPLAY "Corridor name: "
           ACCEPT WS-Keyed-Name
           IF WS-Keyed-Name = SPACE
               DISPLAY "The corridor name is required - add abandoned"
               GO TO Add-One-Corridor-Exit
           END-IF
           DISPLAY "Corridor length in miles (e.g. 4.25): "
           ACCEPT WS-Miles-Text
           PERFORM Edit-Miles-Text THRU Edit-Miles-Text-Exit
           IF NOT Miles-Are-Valid OR WS-Miles = ZERO
               DISPLAY "Length must be miles, up to 999.99, above "
                   "zero - add abandoned"
               GO TO Add-One-Corridor-Exit
           END-IF
           ADD 1 TO WS-Corrs-Used
           MOVE WS-Keyed-Corr TO WS-CR-ID(WS-Corrs-Used)
           MOVE WS-Keyed-Name TO WS-CR-Name(WS-Corrs-Used)
           MOVE WS-Miles TO WS-CR-Length(WS-Corrs-Used)
           SET Master-Changed TO TRUE
           DISPLAY "Added - place its locations with P".
       Add-One-Corridor-Exit.
           EXIT.

      * Each field is shown with its current value; a blank reply
      * keeps it.
       Change-One-Corridor.
           DISPLAY "Corridor ID: "
           ACCEPT WS-Keyed-Corr
           PERFORM Find-Keyed-Corridor
           IF WS-Corr-Sub > WS-Corrs-Used
               DISPLAY "Corridor " WS-Keyed-Corr " is not on file"
               GO TO Change-One-Corridor-Exit
           END-IF
           DISPLAY "Corridor name [" WS-CR-Name(WS-Corr-Sub) "]: "
           ACCEPT WS-Keyed-Name
           IF WS-Keyed-Name = SPACE
               MOVE WS-CR-Name(WS-Corr-Sub) TO WS-Keyed-Name
           END-IF
           MOVE WS-CR-Length(WS-Corr-Sub) TO WS-Miles-Edit
           DISPLAY "Length in miles [" WS-Miles-Edit "]: "
           ACCEPT WS-Miles-Text
           IF WS-Miles-Text = SPACE
               MOVE WS-CR-Length(WS-Corr-Sub) TO WS-Miles
           ELSE
               PERFORM Edit-Miles-Text THRU Edit-Miles-Text-Exit
               IF NOT Miles-Are-Valid OR WS-Miles = ZERO
                   DISPLAY "Length must be miles, up to 999.99, "
                       "above zero - change abandoned"
                   GO TO Change-One-Corridor-Exit
               END-IF
           END-IF
           PERFORM Measure-Corridor
           IF WS-Miles < WS-Furthest
               MOVE WS-Furthest TO WS-Miles-Edit
               DISPLAY "A location sits at milepost " WS-Miles-Edit
                   " - change abandoned"
               GO TO Change-One-Corridor-Exit
           END-IF
           MOVE WS-Keyed-Name TO WS-CR-Name(WS-Corr-Sub)
           MOVE WS-Miles TO WS-CR-Length(WS-Corr-Sub)
           SET Master-Changed TO TRUE
           DISPLAY "Changed".
       Change-One-Corridor-Exit.
           EXIT.

      * Placing a code already on the corridor moves it to the new
      * milepost.
       Place-One-Point.
           DISPLAY "Corridor ID: "
           ACCEPT WS-Keyed-Corr
           PERFORM Find-Keyed-Corridor
           IF WS-Corr-Sub > WS-Corrs-Used
               DISPLAY "Corridor " WS-Keyed-Corr " is not on file"
               GO TO Place-One-Point-Exit
           END-IF
           DISPLAY "Location code (LOC-MASTER.DAT): "
           ACCEPT WS-Keyed-Code
           IF WS-Keyed-Code = SPACE
               DISPLAY "A blank location code cannot be placed"
               GO TO Place-One-Point-Exit
           END-IF
           IF WS-Locs-Used > ZERO
               PERFORM VARYING WS-Sub FROM 1 BY 1
                       UNTIL WS-Sub > WS-Locs-Used
                       OR WS-LM-Code(WS-Sub) = WS-Keyed-Code
                   CONTINUE
               END-PERFORM
               IF WS-Sub > WS-Locs-Used
                   DISPLAY "Location " WS-Keyed-Code " is not in "
                       "LOC-MASTER.DAT - place refused"
                   GO TO Place-One-Point-Exit
               END-IF
           END-IF
           MOVE WS-CR-Length(WS-Corr-Sub) TO WS-Miles-Edit
           DISPLAY "Milepost (0 to " WS-Miles-Edit "): "
           ACCEPT WS-Miles-Text
           PERFORM Edit-Miles-Text THRU Edit-Miles-Text-Exit
           IF NOT Miles-Are-Valid
                   OR WS-Miles > WS-CR-Length(WS-Corr-Sub)
               DISPLAY "Milepost must be miles inside the corridor "
                   "- place refused"
               GO TO Place-One-Point-Exit
           END-IF
           MOVE ZERO TO WS-Best-Sub
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Points-Used
               IF WS-PT-Corr(WS-Sub) = WS-Keyed-Corr
                   IF WS-PT-Code(WS-Sub) = WS-Keyed-Code
                       MOVE WS-Sub TO WS-Best-Sub
                   ELSE
                       IF WS-PT-Milepost(WS-Sub) = WS-Miles
                           DISPLAY "Location " WS-PT-Code(WS-Sub)
                               " already sits at that milepost - "
                               "place refused"
                           GO TO Place-One-Point-Exit
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Best-Sub = ZERO
               IF WS-Points-Used >= 2000
                   DISPLAY "Corridor point table is full"
                   GO TO Place-One-Point-Exit
               END-IF
               ADD 1 TO WS-Points-Used
               MOVE WS-Points-Used TO WS-Best-Sub
               MOVE WS-Keyed-Corr TO WS-PT-Corr(WS-Best-Sub)
               MOVE WS-Keyed-Code TO WS-PT-Code(WS-Best-Sub)
               DISPLAY "Placed"
           ELSE
               DISPLAY "Moved"
           END-IF
           MOVE WS-Miles TO WS-PT-Milepost(WS-Best-Sub)
           SET Master-Changed TO TRUE.
       Place-One-Point-Exit.
           EXIT.

       Drop-One-Point.
           DISPLAY "Corridor ID: "
           ACCEPT WS-Keyed-Corr
           DISPLAY "Location code: "
           ACCEPT WS-Keyed-Code
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Points-Used
                   OR (WS-PT-Corr(WS-Sub) = WS-Keyed-Corr AND
                       WS-PT-Code(WS-Sub) = WS-Keyed-Code)
               CONTINUE
           END-PERFORM
           IF WS-Sub > WS-Points-Used
               DISPLAY "Location " WS-Keyed-Code " is not on "
                   "corridor " WS-Keyed-Corr
               GO TO Drop-One-Point-Exit
           END-IF
           MOVE WS-Sub TO WS-Sub-2
           PERFORM Close-Point-Gap
           SET Master-Changed TO TRUE
           DISPLAY "Dropped".
       Drop-One-Point-Exit.
           EXIT.

      * Removes point WS-Sub-2 by sliding the rest of the table up.
       Close-Point-Gap.
           PERFORM VARYING WS-Sub FROM WS-Sub-2 BY 1
                   UNTIL WS-Sub >= WS-Points-Used
               MOVE WS-PT-Entry(WS-Sub + 1) TO WS-PT-Entry(WS-Sub)
           END-PERFORM
           SUBTRACT 1 FROM WS-Points-Used.

       Remove-One-Corridor.
           DISPLAY "Corridor ID: "
           ACCEPT WS-Keyed-Corr
           PERFORM Find-Keyed-Corridor
           IF WS-Corr-Sub > WS-Corrs-Used
               DISPLAY "Corridor " WS-Keyed-Corr " is not on file"
               GO TO Remove-One-Corridor-Exit
           END-IF
           PERFORM Measure-Corridor
           DISPLAY "Remove " WS-CR-Name(WS-Corr-Sub) " and its "
               WS-Corr-Points " point(s) - key Y to confirm: "
           ACCEPT WS-Action
           IF WS-Action NOT = "Y" AND NOT = "y"
               MOVE SPACE TO WS-Action
               DISPLAY "Not removed"
               GO TO Remove-One-Corridor-Exit
           END-IF
           MOVE SPACE TO WS-Action
           MOVE 1 TO WS-Sub-2
           PERFORM UNTIL WS-Sub-2 > WS-Points-Used
               IF WS-PT-Corr(WS-Sub-2) = WS-Keyed-Corr
                   PERFORM Close-Point-Gap
               ELSE
                   ADD 1 TO WS-Sub-2
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Sub FROM WS-Corr-Sub BY 1
                   UNTIL WS-Sub >= WS-Corrs-Used
               MOVE WS-CR-Entry(WS-Sub + 1) TO WS-CR-Entry(WS-Sub)
           END-PERFORM
           SUBTRACT 1 FROM WS-Corrs-Used
           SET Master-Changed TO TRUE
           DISPLAY "Removed".
       Remove-One-Corridor-Exit.
           EXIT.

       List-Corridors.
           PERFORM VARYING WS-Corr-Sub FROM 1 BY 1
                   UNTIL WS-Corr-Sub > WS-Corrs-Used
               PERFORM Measure-Corridor
               MOVE WS-CR-ID(WS-Corr-Sub) TO WS-LC-ID
               MOVE WS-CR-Name(WS-Corr-Sub) TO WS-LC-Name
               MOVE WS-CR-Length(WS-Corr-Sub) TO WS-LC-Length
               MOVE WS-Corr-Points TO WS-LC-Points
               DISPLAY WS-Corr-List-Line
               PERFORM Pick-Points-In-Order
               PERFORM UNTIL WS-Best-Sub = ZERO
                   MOVE WS-PT-Milepost(WS-Best-Sub) TO WS-LP-Milepost
                   MOVE WS-PT-Code(WS-Best-Sub) TO WS-LP-Code
                   DISPLAY WS-Point-List-Line
                   PERFORM Pick-Next-Point
               END-PERFORM
           END-PERFORM
           DISPLAY WS-Corrs-Used " corridor(s) on file".

      * Walks the points of corridor WS-Corr-Sub lowest milepost
      * first: Pick-Points-In-Order clears the marks and finds the
      * first, each Pick-Next-Point the next; WS-Best-Sub is zero
      * when the corridor is exhausted.
       Pick-Points-In-Order.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Points-Used
               MOVE SPACE TO WS-PT-Used(WS-Sub)
           END-PERFORM
           PERFORM Pick-Next-Point.

       Pick-Next-Point.
           MOVE ZERO TO WS-Best-Sub
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Points-Used
               IF WS-PT-Corr(WS-Sub) = WS-CR-ID(WS-Corr-Sub) AND
                       WS-PT-Used(WS-Sub) = SPACE
                   IF WS-Best-Sub = ZERO
                       MOVE WS-Sub TO WS-Best-Sub
                   ELSE
                       IF WS-PT-Milepost(WS-Sub) <
                               WS-PT-Milepost(WS-Best-Sub)
                           MOVE WS-Sub TO WS-Best-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Best-Sub NOT = ZERO
               MOVE "P" TO WS-PT-Used(WS-Best-Sub)
           END-IF.

      * Each corridor's C line, then its points in milepost order.
      * The name keeps its embedded blanks and ends at its first
      * double blank.
       Rewrite-Corridor-Master.
           OPEN OUTPUT CorridorFile
           IF WS-Corr-Status NOT = "00"
               DISPLAY "Corridor-Maint: *** WARNING *** unable to "
                   "rewrite CORRIDOR-MASTER.DAT, status "
                   WS-Corr-Status
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Corr-Sub FROM 1 BY 1
                       UNTIL WS-Corr-Sub > WS-Corrs-Used
                   MOVE WS-CR-Length(WS-Corr-Sub) TO WS-Miles-Edit
                   MOVE SPACE TO CorridorRec
                   STRING "C;" DELIMITED BY SIZE
                       WS-CR-ID(WS-Corr-Sub) DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       WS-CR-Name(WS-Corr-Sub) DELIMITED BY "  "
                       ";" DELIMITED BY SIZE
                       INTO CorridorRec
                   PERFORM Append-Miles-Edit
                   WRITE CorridorRec
                   PERFORM Pick-Points-In-Order
                   PERFORM UNTIL WS-Best-Sub = ZERO
                       MOVE WS-PT-Milepost(WS-Best-Sub)
                           TO WS-Miles-Edit
                       MOVE SPACE TO CorridorRec
                       STRING "P;" DELIMITED BY SIZE
                           WS-PT-Corr(WS-Best-Sub) DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           WS-PT-Code(WS-Best-Sub) DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           INTO CorridorRec
                       PERFORM Append-Miles-Edit
                       WRITE CorridorRec
                       PERFORM Pick-Next-Point
                   END-PERFORM
               END-PERFORM
               CLOSE CorridorFile
               DISPLAY "Corridor-Maint: CORRIDOR-MASTER.DAT "
                   "rewritten, " WS-Corrs-Used " corridor(s), "
                   WS-Points-Used " point(s)"
           END-IF.

      * Puts the edited miles, leading blanks dropped, on the end of
      * the line being built.
       Append-Miles-Edit.
           PERFORM VARYING WS-Miles-Idx FROM 1 BY 1
                   UNTIL WS-Miles-Edit(WS-Miles-Idx:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-Sub FROM 80 BY -1
                   UNTIL CorridorRec(WS-Sub:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-Miles-Edit(WS-Miles-Idx:)
               TO CorridorRec(WS-Sub + 1:).

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
               DISPLAY "Corridor-Maint: operator " WS-Signon-ID
                   " cannot sign on - " WS-Signon-Detail
               DISPLAY "Corridor-Maint: see a supervisor; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "N" TO WS-Pwd-State
           PERFORM UNTIL Password-Accepted
                   OR WS-OM-Fails(WS-Oper-Sub) >= 3
               DISPLAY "Corridor-Maint: password: "
               ACCEPT WS-Pwd-Keyed WITH NO-ECHO
               PERFORM Verify-Keyed-Password
           END-PERFORM
           IF NOT Password-Accepted
               DISPLAY "Corridor-Maint: session refused"
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "P"
               DISPLAY "Corridor-Maint: this password was "
                   "issued by a supervisor - choose your own now"
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
           ELSE
               IF WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   DISPLAY "Corridor-Maint: password expired "
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
           DISPLAY "Corridor-Maint: new password "
               "(6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Corridor-Maint: key the new password "
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
               DISPLAY "Corridor-Maint: new password refused"
                   " - " WS-Signon-Detail
               DISPLAY "Corridor-Maint: password not changed; "
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
           DISPLAY "Corridor-Maint: password changed - "
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
                   DISPLAY "Corridor-Maint: password not accepted"
               ELSE
                   DISPLAY "Corridor-Maint: third wrong password"
                   DISPLAY "Corridor-Maint: " WS-Signon-ID
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
               DISPLAY "Corridor-Maint: *** WARNING *** unable to read "
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
               DISPLAY "Corridor-Maint: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Corridor-Maint: *** WARNING *** "
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
               DISPLAY "Corridor-Maint: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.
