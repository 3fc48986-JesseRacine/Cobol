      * Maintains COUNTERMEASURE.DAT, the log of safety treatments
      * engineering has put in - a signal, a roundabout, a road
      * diet - so Countermeasure-Eval can say afterward whether
      * each one worked. One treatment per line:
      *   ID;KIND;KEY;TYPE;BUILD-START;INSTALLED;COST;BEFORE-AADT
      * ID is the treatment number, assigned here. KIND is L for a
      * single location (KEY a LOC-MASTER.DAT code) or C for a
      * whole corridor (KEY a CORRIDOR-MASTER.DAT corridor). TYPE
      * names the treatment ("ROUNDABOUT", "SIGNAL", "ROAD DIET")
      * and is what the evaluation rolls results up by, so key it
      * the same way every time. BUILD-START and INSTALLED are the
      * dates work began and the treatment went into service
      * (YYYY-MM-DD); the months between them are construction and
      * are left out of both evaluation periods. COST is whole
      * dollars. BEFORE-AADT, when traffic engineering has one, is
      * the AADT counted before the work - TRAFFIC-VOLUME.DAT holds
      * the current figure, which after the install is the after-
      * period volume. Operator actions:
      *   A  add a treatment
      *   C  change a treatment
      *   D  delete a treatment keyed in error
      *   L  list the log
      *   Q  quit (the file is rewritten on the way out)
      * The session signs on against OPERATOR-MASTER.DAT (ID;NAME;
      * LEVEL;S lines); adding, changing or deleting needs
      * authority level 3. Listing is open to any signed-on
      * operator, and with no operator master on file the session
      * runs open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Countermeasure-Maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TreatmentFile ASSIGN TO "COUNTERMEASURE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Treat-Status.

       SELECT LocMasterFile ASSIGN TO "LOC-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Loc-Status.

       SELECT CorridorFile ASSIGN TO "CORRIDOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Corr-Status.

       SELECT OperatorFile ASSIGN TO "OPERATOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Oper-Status.

       SELECT SignonLogFile ASSIGN TO "SIGNON-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TreatmentFile.
       01 TreatmentRec PIC X(100).
       88 EndOfTreatmentFile VALUE HIGH-VALUES.

       FD LocMasterFile.
       01 LocMasterRec PIC X(120).
       88 EndOfLocMasterFile VALUE HIGH-VALUES.

       FD CorridorFile.
       01 CorridorRec PIC X(80).
       88 EndOfCorridorFile VALUE HIGH-VALUES.

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Treat-Status PIC X(2).
       01 WS-Loc-Status PIC X(2).
       01 WS-Corr-Status PIC X(2).
       01 WS-Action PIC X(1).
           88 Add-Action VALUE "A" "a".
           88 Change-Action VALUE "C" "c".
           88 Delete-Action VALUE "D" "d".
           88 List-Action VALUE "L" "l".
           88 Quit-Action VALUE "Q" "q".
       01 WS-Changed PIC X(1) VALUE "N".
           88 Log-Changed VALUE "Y".
       01 WS-Load-Switch PIC X(1) VALUE "N".
           88 Log-Unusable VALUE "Y".

      * One line's fields, as read or as keyed.
       01 WS-Id-Text PIC X(5).
       01 WS-Kind-Text PIC X(1).
       01 WS-Key-Text PIC X(8).
       01 WS-Type-Text PIC X(12).
       01 WS-Start-Text PIC X(10).
       01 WS-Installed-Text PIC X(10).
       01 WS-Cost-Text PIC X(10).
       01 WS-AADT-Text PIC X(8).
       01 WS-Keyed-Id PIC X(5).
       01 WS-Keyed-Reply PIC X(12).
       01 WS-Edit-Result PIC X(1).
           88 Entry-Is-Good VALUE "Y".
           88 Entry-Is-Bad VALUE "N".
       01 WS-Num-Text PIC X(10).
       01 WS-Num-Len PIC 9(2) COMP.
       01 WS-Num-Max PIC 9(2) COMP.
       01 WS-Num-Value PIC 9(10).
       01 WS-Num-Valid PIC X(1).
           88 Number-Is-Valid VALUE "Y".
       01 WS-Cost-Value PIC 9(9).
       01 WS-AADT-Value PIC 9(7).

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

       01 WS-Treatment-Table.
           02 WS-TR-Entry OCCURS 500 TIMES.
               03 WS-TR-Id PIC 9(5).
               03 WS-TR-Kind PIC X(1).
               03 WS-TR-Key PIC X(8).
               03 WS-TR-Type PIC X(12).
               03 WS-TR-Start PIC X(10).
               03 WS-TR-Installed PIC X(10).
               03 WS-TR-Cost PIC 9(9).
               03 WS-TR-AADT PIC 9(7).
       01 WS-Treats-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-High-Id PIC 9(5) VALUE ZERO.
       01 WS-Sub PIC 9(4) COMP.
       01 WS-Own-Sub PIC 9(3) COMP.

      * LOC-MASTER.DAT codes and CORRIDOR-MASTER.DAT corridors, to
      * refuse a treatment nothing can be counted against.
       01 WS-Loc-Table.
           02 WS-LM-Code PIC X(8) OCCURS 2000 TIMES.
       01 WS-Locs-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Corr-Table.
           02 WS-CM-ID PIC X(8) OCCURS 100 TIMES.
       01 WS-Corrs-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Loc-State PIC X(1) VALUE "N".
           88 Loc-Master-Present VALUE "Y".
       01 WS-Corr-State PIC X(1) VALUE "N".
           88 Corridor-Master-Present VALUE "Y".
       01 WS-Code-Field PIC X(8).
       01 WS-Type-Field PIC X(1).

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
           02 WS-SG-Program PIC X(20) VALUE "Countermeasure-Maint".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Signed-Level PIC 9(1) VALUE ZERO.
       01 WS-Master-State PIC X(1) VALUE "N".
           88 Operator-Master-Present VALUE "Y".

       01 WS-List-Line.
           02 WS-L-Id PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Kind PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-L-Key PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Type PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Start PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-L-Installed PIC X(10).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Cost PIC $$$$,$$$,$$9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-AADT PIC Z,ZZZ,ZZ9.

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
           PERFORM Load-Treatment-Log THRU Load-Treatment-Log-Exit
           IF Log-Unusable
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Countermeasure-Maint: " WS-Treats-Used
               " treatment(s) loaded"
           PERFORM UNTIL Quit-Action
               DISPLAY " "
               DISPLAY "Action - Add, Change, Delete, List or Quit "
                   "(A/C/D/L/Q)? "
               ACCEPT WS-Action
               IF (Add-Action OR Change-Action OR Delete-Action) AND
                       Operator-Master-Present AND
                       WS-Signed-Level < 3
                   DISPLAY "Changing the treatment log needs "
                       "authority level 3 - refused"
               ELSE
                   EVALUATE TRUE
                       WHEN Add-Action
                           PERFORM Add-One-Treatment
                               THRU Add-One-Treatment-Exit
                       WHEN Change-Action
                           PERFORM Change-One-Treatment
                               THRU Change-One-Treatment-Exit
                       WHEN Delete-Action
                           PERFORM Delete-One-Treatment
                               THRU Delete-One-Treatment-Exit
                       WHEN List-Action
                           PERFORM List-Treatments
                       WHEN Quit-Action
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unrecognized action - key A, C, "
                               "D, L or Q"
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF Log-Changed
               PERFORM Rewrite-Treatment-Log
           ELSE
               DISPLAY "Countermeasure-Maint: no changes made"
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
               DISPLAY "Countermeasure-Maint: *** WARNING *** no "
                   "OPERATOR-MASTER.DAT - session runs open"
               GO TO Sign-On-Operator-Exit
           END-IF
           DISPLAY "Countermeasure-Maint: key operator ID: "
           ACCEPT WS-Operator
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Operator
               CONTINUE
           END-PERFORM
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Countermeasure-Maint: operator " WS-Operator
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
           DISPLAY "Countermeasure-Maint: signed on "
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
               DISPLAY "Countermeasure-Maint: unable to read "
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

       Load-Loc-Master.
           OPEN INPUT LocMasterFile
           IF WS-Loc-Status NOT = "00"
               DISPLAY "Countermeasure-Maint: *** WARNING *** no "
                   "LOC-MASTER.DAT - location codes are not checked"
               GO TO Load-Loc-Master-Exit
           END-IF
           SET Loc-Master-Present TO TRUE
           PERFORM UNTIL EndOfLocMasterFile
               READ LocMasterFile
                   AT END SET EndOfLocMasterFile TO TRUE
                   NOT AT END
                       IF LocMasterRec NOT = SPACE AND
                               LocMasterRec(1:1) NOT = "*"
                               AND WS-Locs-Used < 2000
                           MOVE SPACE TO WS-Code-Field
                           UNSTRING LocMasterRec DELIMITED BY ";"
                               INTO WS-Code-Field
                           ADD 1 TO WS-Locs-Used
                           MOVE WS-Code-Field
                               TO WS-LM-Code(WS-Locs-Used)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LocMasterFile.
       Load-Loc-Master-Exit.
           EXIT.

      * Only the C lines - the corridor IDs - are wanted here.
       Load-Corridor-Master.
           OPEN INPUT CorridorFile
           IF WS-Corr-Status NOT = "00"
               DISPLAY "Countermeasure-Maint: *** WARNING *** no "
                   "CORRIDOR-MASTER.DAT - corridor IDs are not "
                   "checked"
               GO TO Load-Corridor-Master-Exit
           END-IF
           SET Corridor-Master-Present TO TRUE
           PERFORM UNTIL EndOfCorridorFile
               READ CorridorFile
                   AT END SET EndOfCorridorFile TO TRUE
                   NOT AT END
                       IF CorridorRec(1:2) = "C;"
                               AND WS-Corrs-Used < 100
                           MOVE SPACE TO WS-Code-Field
                           UNSTRING CorridorRec DELIMITED BY ";"
                               INTO WS-Type-Field WS-Code-Field
                           ADD 1 TO WS-Corrs-Used
                           MOVE WS-Code-Field
                               TO WS-CM-ID(WS-Corrs-Used)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CorridorFile.
       Load-Corridor-Master-Exit.
           EXIT.

      * A line that fails the same edits a keyed entry must pass
      * would be lost or garbled on the rewrite - the session stops
      * instead, with the file untouched.
       Load-Treatment-Log.
           OPEN INPUT TreatmentFile
           IF WS-Treat-Status NOT = "00"
               DISPLAY "Countermeasure-Maint: no COUNTERMEASURE.DAT "
                   "yet - starting an empty log"
               GO TO Load-Treatment-Log-Exit
           END-IF
           PERFORM UNTIL EndOfTreatmentFile
               READ TreatmentFile
                   AT END SET EndOfTreatmentFile TO TRUE
                   NOT AT END
                       IF TreatmentRec NOT = SPACE AND
                               TreatmentRec(1:1) NOT = "*"
                           PERFORM Load-One-Treatment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TreatmentFile.
       Load-Treatment-Log-Exit.
           EXIT.

       Load-One-Treatment.
           MOVE SPACE TO WS-Id-Text
           MOVE SPACE TO WS-Kind-Text
           MOVE SPACE TO WS-Key-Text
           MOVE SPACE TO WS-Type-Text
           MOVE SPACE TO WS-Start-Text
           MOVE SPACE TO WS-Installed-Text
           MOVE SPACE TO WS-Cost-Text
           MOVE SPACE TO WS-AADT-Text
           UNSTRING TreatmentRec DELIMITED BY ";"
               INTO WS-Id-Text WS-Kind-Text WS-Key-Text
                   WS-Type-Text WS-Start-Text WS-Installed-Text
                   WS-Cost-Text WS-AADT-Text
           MOVE ZERO TO WS-Own-Sub
           PERFORM Edit-Treatment-Entry THRU Edit-Treatment-Entry-Exit
           IF Entry-Is-Good
               MOVE WS-Id-Text TO WS-Num-Text
               MOVE 5 TO WS-Num-Max
               PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
               IF NOT Number-Is-Valid OR WS-Num-Value = ZERO
                   DISPLAY "Treatment number must be 1 to 5 digits"
                   SET Entry-Is-Bad TO TRUE
               END-IF
           END-IF
           IF Entry-Is-Bad OR WS-Treats-Used >= 500
               DISPLAY "Countermeasure-Maint: unusable line in "
                   "COUNTERMEASURE.DAT - correct it before "
                   "maintaining the log: " TreatmentRec
               SET Log-Unusable TO TRUE
               SET EndOfTreatmentFile TO TRUE
           ELSE
               ADD 1 TO WS-Treats-Used
               MOVE WS-Num-Value TO WS-TR-Id(WS-Treats-Used)
               PERFORM Store-Treatment-Fields
               IF WS-Num-Value > WS-High-Id
                   MOVE WS-Num-Value TO WS-High-Id
               END-IF
           END-IF.

      * The edited fields into entry WS-Treats-Used (an add or a
      * load) or WS-Own-Sub (a change) - the caller has set
      * WS-Sub to whichever it is.
       Store-Treatment-Fields.
           IF WS-Own-Sub = ZERO
               MOVE WS-Treats-Used TO WS-Sub
           ELSE
               MOVE WS-Own-Sub TO WS-Sub
           END-IF
           MOVE WS-Kind-Text TO WS-TR-Kind(WS-Sub)
           MOVE WS-Key-Text TO WS-TR-Key(WS-Sub)
           MOVE WS-Type-Text TO WS-TR-Type(WS-Sub)
           MOVE WS-Start-Text TO WS-TR-Start(WS-Sub)
           MOVE WS-Installed-Text TO WS-TR-Installed(WS-Sub)
           MOVE WS-Cost-Value TO WS-TR-Cost(WS-Sub)
           MOVE WS-AADT-Value TO WS-TR-AADT(WS-Sub).

      * Digits only, up to WS-Num-Max of them, left-justified as
      * UNSTRING and ACCEPT leave them; blank is not a number.
       Edit-Number-Text.
           MOVE "N" TO WS-Num-Valid
           MOVE ZERO TO WS-Num-Value
           MOVE 10 TO WS-Num-Len
           PERFORM UNTIL WS-Num-Len = ZERO
                   OR WS-Num-Text(WS-Num-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Num-Len
           END-PERFORM
           IF WS-Num-Len = ZERO OR WS-Num-Len > WS-Num-Max
               GO TO Edit-Number-Text-Exit
           END-IF
           IF WS-Num-Text(1:WS-Num-Len) IS NOT NUMERIC
               GO TO Edit-Number-Text-Exit
           END-IF
           MOVE WS-Num-Text(1:WS-Num-Len) TO WS-Num-Value
           MOVE "Y" TO WS-Num-Valid.
       Edit-Number-Text-Exit.
           EXIT.

      * Kind L or C with a key its master knows, a type, two good
      * dates with the work starting no later than the service
      * date, a cost in whole dollars, and an AADT that is blank
      * or digits.
       Edit-Treatment-Entry.
           SET Entry-Is-Bad TO TRUE
           EVALUATE TRUE
               WHEN WS-Kind-Text = "L"
                   IF Loc-Master-Present
                       PERFORM VARYING WS-Sub FROM 1 BY 1
                               UNTIL WS-Sub > WS-Locs-Used
                               OR WS-LM-Code(WS-Sub) = WS-Key-Text
                           CONTINUE
                       END-PERFORM
                       IF WS-Sub > WS-Locs-Used
                           DISPLAY "Location " WS-Key-Text
                               " is not in LOC-MASTER.DAT"
                           GO TO Edit-Treatment-Entry-Exit
                       END-IF
                   END-IF
               WHEN WS-Kind-Text = "C"
                   IF Corridor-Master-Present
                       PERFORM VARYING WS-Sub FROM 1 BY 1
                               UNTIL WS-Sub > WS-Corrs-Used
                               OR WS-CM-ID(WS-Sub) = WS-Key-Text
                           CONTINUE
                       END-PERFORM
                       IF WS-Sub > WS-Corrs-Used
                           DISPLAY "Corridor " WS-Key-Text
                               " is not in CORRIDOR-MASTER.DAT"
                           GO TO Edit-Treatment-Entry-Exit
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Kind must be L (location) or C "
                       "(corridor)"
                   GO TO Edit-Treatment-Entry-Exit
           END-EVALUATE
           IF WS-Key-Text = SPACE OR WS-Type-Text = SPACE
               DISPLAY "The location/corridor and the treatment "
                   "type are required"
               GO TO Edit-Treatment-Entry-Exit
           END-IF
           MOVE WS-Start-Text TO WS-Edit-Date
           PERFORM Validate-Edit-Date THRU Validate-Edit-Date-Exit
           IF Date-Is-Invalid
               DISPLAY "Work start must be a date, YYYY-MM-DD"
               GO TO Edit-Treatment-Entry-Exit
           END-IF
           MOVE WS-Installed-Text TO WS-Edit-Date
           PERFORM Validate-Edit-Date THRU Validate-Edit-Date-Exit
           IF Date-Is-Invalid
               DISPLAY "In-service date must be a date, YYYY-MM-DD"
               GO TO Edit-Treatment-Entry-Exit
           END-IF
           IF WS-Start-Text > WS-Installed-Text
               DISPLAY "Work cannot start after the in-service date"
               GO TO Edit-Treatment-Entry-Exit
           END-IF
           MOVE WS-Cost-Text TO WS-Num-Text
           MOVE 9 TO WS-Num-Max
           PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
           IF NOT Number-Is-Valid
               DISPLAY "Cost must be whole dollars, up to 9 digits"
               GO TO Edit-Treatment-Entry-Exit
           END-IF
           MOVE WS-Num-Value TO WS-Cost-Value
           MOVE ZERO TO WS-AADT-Value
           IF WS-AADT-Text NOT = SPACE
               MOVE WS-AADT-Text TO WS-Num-Text
               MOVE 7 TO WS-Num-Max
               PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
               IF NOT Number-Is-Valid
                   DISPLAY "Before AADT must be blank or up to 7 "
                       "digits"
                   GO TO Edit-Treatment-Entry-Exit
               END-IF
               MOVE WS-Num-Value TO WS-AADT-Value
           END-IF
           SET Entry-Is-Good TO TRUE.
       Edit-Treatment-Entry-Exit.
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

       Add-One-Treatment.
           IF WS-Treats-Used >= 500
               DISPLAY "Treatment log is full"
               GO TO Add-One-Treatment-Exit
           END-IF
           DISPLAY "Kind - L location or C corridor: "
           ACCEPT WS-Kind-Text
           DISPLAY "Location code or corridor ID: "
           ACCEPT WS-Key-Text
           DISPLAY "Treatment type (e.g. ROUNDABOUT, SIGNAL): "
           ACCEPT WS-Type-Text
           DISPLAY "Work started (YYYY-MM-DD): "
           ACCEPT WS-Start-Text
           DISPLAY "In service (YYYY-MM-DD): "
           ACCEPT WS-Installed-Text
           DISPLAY "Cost in whole dollars: "
           ACCEPT WS-Cost-Text
           DISPLAY "AADT before the work (blank if none): "
           ACCEPT WS-AADT-Text
           MOVE ZERO TO WS-Own-Sub
           PERFORM Edit-Treatment-Entry THRU Edit-Treatment-Entry-Exit
           IF Entry-Is-Bad
               DISPLAY "Add abandoned"
               GO TO Add-One-Treatment-Exit
           END-IF
           ADD 1 TO WS-High-Id
           ADD 1 TO WS-Treats-Used
           MOVE WS-High-Id TO WS-TR-Id(WS-Treats-Used)
           PERFORM Store-Treatment-Fields
           SET Log-Changed TO TRUE
           DISPLAY "Added as treatment " WS-High-Id.
       Add-One-Treatment-Exit.
           EXIT.

      * Each field is shown with its current value; a blank reply
      * keeps it. A before-AADT of 0 clears the figure.
       Change-One-Treatment.
           PERFORM Find-Keyed-Treatment
           IF WS-Own-Sub = ZERO
               GO TO Change-One-Treatment-Exit
           END-IF
           MOVE WS-TR-Kind(WS-Own-Sub) TO WS-Kind-Text
           MOVE WS-TR-Key(WS-Own-Sub) TO WS-Key-Text
           MOVE WS-TR-Type(WS-Own-Sub) TO WS-Type-Text
           MOVE WS-TR-Start(WS-Own-Sub) TO WS-Start-Text
           MOVE WS-TR-Installed(WS-Own-Sub) TO WS-Installed-Text
           MOVE WS-TR-Cost(WS-Own-Sub) TO WS-Cost-Text
           MOVE SPACE TO WS-AADT-Text
           IF WS-TR-AADT(WS-Own-Sub) > ZERO
               MOVE WS-TR-AADT(WS-Own-Sub) TO WS-AADT-Text
           END-IF
           DISPLAY "Kind [" WS-Kind-Text "]: "
           ACCEPT WS-Keyed-Reply
           IF WS-Keyed-Reply NOT = SPACE
               MOVE WS-Keyed-Reply TO WS-Kind-Text
           END-IF
           DISPLAY "Location code or corridor ID [" WS-Key-Text "]: "
           ACCEPT WS-Keyed-Reply
           IF WS-Keyed-Reply NOT = SPACE
               MOVE WS-Keyed-Reply TO WS-Key-Text
           END-IF
           DISPLAY "Treatment type [" WS-Type-Text "]: "
           ACCEPT WS-Keyed-Reply
           IF WS-Keyed-Reply NOT = SPACE
               MOVE WS-Keyed-Reply TO WS-Type-Text
           END-IF
           DISPLAY "Work started [" WS-Start-Text "]: "
           ACCEPT WS-Keyed-Reply
           IF WS-Keyed-Reply NOT = SPACE
               MOVE WS-Keyed-Reply TO WS-Start-Text
           END-IF
           DISPLAY "In service [" WS-Installed-Text "]: "
           ACCEPT WS-Keyed-Reply
           IF WS-Keyed-Reply NOT = SPACE
               MOVE WS-Keyed-Reply TO WS-Installed-Text
           END-IF
           DISPLAY "Cost [" WS-TR-Cost(WS-Own-Sub) "]: "
           ACCEPT WS-Keyed-Reply
           IF WS-Keyed-Reply NOT = SPACE
               MOVE WS-Keyed-Reply TO WS-Cost-Text
           END-IF
           DISPLAY "AADT before the work [" WS-TR-AADT(WS-Own-Sub)
               "]: "
           ACCEPT WS-Keyed-Reply
           IF WS-Keyed-Reply NOT = SPACE
               MOVE WS-Keyed-Reply TO WS-AADT-Text
           END-IF
           PERFORM Edit-Treatment-Entry THRU Edit-Treatment-Entry-Exit
           IF Entry-Is-Bad
               DISPLAY "Change abandoned"
               GO TO Change-One-Treatment-Exit
           END-IF
           PERFORM Store-Treatment-Fields
           SET Log-Changed TO TRUE
           DISPLAY "Changed".
       Change-One-Treatment-Exit.
           EXIT.

       Delete-One-Treatment.
           PERFORM Find-Keyed-Treatment
           IF WS-Own-Sub = ZERO
               GO TO Delete-One-Treatment-Exit
           END-IF
           DISPLAY "Delete treatment " WS-TR-Id(WS-Own-Sub) " ("
               WS-TR-Type(WS-Own-Sub) " at " WS-TR-Key(WS-Own-Sub)
               ") - key Y to confirm: "
           ACCEPT WS-Keyed-Reply
           IF WS-Keyed-Reply NOT = "Y" AND NOT = "y"
               DISPLAY "Not deleted"
               GO TO Delete-One-Treatment-Exit
           END-IF
           PERFORM VARYING WS-Sub FROM WS-Own-Sub BY 1
                   UNTIL WS-Sub >= WS-Treats-Used
               MOVE WS-TR-Entry(WS-Sub + 1) TO WS-TR-Entry(WS-Sub)
           END-PERFORM
           SUBTRACT 1 FROM WS-Treats-Used
           SET Log-Changed TO TRUE
           DISPLAY "Deleted".
       Delete-One-Treatment-Exit.
           EXIT.

      * Asks for a treatment number; WS-Own-Sub is its entry, or
      * zero (and said so) when there is no such treatment.
       Find-Keyed-Treatment.
           MOVE ZERO TO WS-Own-Sub
           DISPLAY "Treatment number: "
           ACCEPT WS-Keyed-Id
           MOVE WS-Keyed-Id TO WS-Num-Text
           MOVE 5 TO WS-Num-Max
           PERFORM Edit-Number-Text THRU Edit-Number-Text-Exit
           IF Number-Is-Valid
               PERFORM VARYING WS-Sub FROM 1 BY 1
                       UNTIL WS-Sub > WS-Treats-Used
                       OR WS-TR-Id(WS-Sub) = WS-Num-Value
                   CONTINUE
               END-PERFORM
               IF WS-Sub NOT > WS-Treats-Used
                   MOVE WS-Sub TO WS-Own-Sub
               END-IF
           END-IF
           IF WS-Own-Sub = ZERO
               DISPLAY "Treatment " WS-Keyed-Id " is not in the log"
           END-IF.

       List-Treatments.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Treats-Used
               MOVE WS-TR-Id(WS-Sub) TO WS-L-Id
               MOVE WS-TR-Kind(WS-Sub) TO WS-L-Kind
               MOVE WS-TR-Key(WS-Sub) TO WS-L-Key
               MOVE WS-TR-Type(WS-Sub) TO WS-L-Type
               MOVE WS-TR-Start(WS-Sub) TO WS-L-Start
               MOVE WS-TR-Installed(WS-Sub) TO WS-L-Installed
               MOVE WS-TR-Cost(WS-Sub) TO WS-L-Cost
               MOVE WS-TR-AADT(WS-Sub) TO WS-L-AADT
               DISPLAY WS-List-Line
           END-PERFORM
           DISPLAY WS-Treats-Used " treatment(s) in the log".

      * The type keeps its embedded blanks and ends at its first
      * double blank; a before-AADT of zero is written empty.
       Rewrite-Treatment-Log.
           OPEN OUTPUT TreatmentFile
           IF WS-Treat-Status NOT = "00"
               DISPLAY "Countermeasure-Maint: *** WARNING *** unable "
                   "to rewrite COUNTERMEASURE.DAT, status "
                   WS-Treat-Status
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Sub FROM 1 BY 1
                       UNTIL WS-Sub > WS-Treats-Used
                   MOVE SPACE TO TreatmentRec
                   STRING WS-TR-Id(WS-Sub) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-TR-Kind(WS-Sub) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-TR-Key(WS-Sub) DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       WS-TR-Type(WS-Sub) DELIMITED BY "  "
                       ";" DELIMITED BY SIZE
                       WS-TR-Start(WS-Sub) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-TR-Installed(WS-Sub) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-TR-Cost(WS-Sub) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       INTO TreatmentRec
                   IF WS-TR-AADT(WS-Sub) > ZERO
                       MOVE TreatmentRec TO WS-Keyed-Reply
                       PERFORM Append-Before-AADT
                   END-IF
                   WRITE TreatmentRec
               END-PERFORM
               CLOSE TreatmentFile
               DISPLAY "Countermeasure-Maint: COUNTERMEASURE.DAT "
                   "rewritten, " WS-Treats-Used " treatment(s)"
           END-IF.

       Append-Before-AADT.
           PERFORM VARYING WS-Own-Sub FROM 100 BY -1
                   UNTIL TreatmentRec(WS-Own-Sub:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE WS-TR-AADT(WS-Sub)
               TO TreatmentRec(WS-Own-Sub + 1:7).

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
               DISPLAY "Countermeasure-Maint: operator " WS-Signon-ID
                   " cannot sign on - " WS-Signon-Detail
               DISPLAY "Countermeasure-Maint: see a supervisor; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "N" TO WS-Pwd-State
           PERFORM UNTIL Password-Accepted
                   OR WS-OM-Fails(WS-Oper-Sub) >= 3
               DISPLAY "Countermeasure-Maint: password: "
               ACCEPT WS-Pwd-Keyed WITH NO-ECHO
               PERFORM Verify-Keyed-Password
           END-PERFORM
           IF NOT Password-Accepted
               DISPLAY "Countermeasure-Maint: session refused"
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "P"
               DISPLAY "Countermeasure-Maint: this password was "
                   "issued by a supervisor - choose your own now"
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
           ELSE
               IF WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   DISPLAY "Countermeasure-Maint: password expired "
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
           DISPLAY "Countermeasure-Maint: new password "
               "(6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Countermeasure-Maint: key the new password "
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
               DISPLAY "Countermeasure-Maint: new password refused"
                   " - " WS-Signon-Detail
               DISPLAY "Countermeasure-Maint: password not changed; "
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
           DISPLAY "Countermeasure-Maint: password changed - "
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
                   DISPLAY "Countermeasure-Maint: password not accepted"
               ELSE
                   DISPLAY "Countermeasure-Maint: third wrong password"
                   DISPLAY "Countermeasure-Maint: " WS-Signon-ID
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
               DISPLAY "Countermeasure-Maint: *** WARNING *** "
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
               DISPLAY "Countermeasure-Maint: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Countermeasure-Maint: *** WARNING *** "
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
               DISPLAY "Countermeasure-Maint: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.
