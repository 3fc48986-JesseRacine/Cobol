      * Maintains AGENCY-MASTER.DAT, the registry of the agencies
      * whose feeds CSV-Loader takes in. One agency per line:
      *   CODE;NAME;LOWID;HIGHID;FREQ;CONTACT
      * CODE is the three-character SrcAgency code the CSV-AGENCY
      * control card stamps on a feed, LOWID-HIGHID the CrashID
      * range the agency was assigned (five digits each - the
      * loader rejects rows outside it under R008), FREQ how often
      * the feed is due (D daily, W weekly, M monthly, or a number
      * of days) and CONTACT who to call when Feed-Status shows the
      * town has gone quiet. Operator actions:
      *   A  add an agency
      *   C  change an agency's name, range, frequency or contact
      *   L  list the registry
      *   Q  quit (the file is rewritten on the way out)
      * Two agencies may not share any part of a CrashID range.
      * The session signs on against OPERATOR-MASTER.DAT
      * (ID;NAME;LEVEL;S lines); adding or changing an agency needs
      * authority level 4, the same as the code tables - a wrong
      * range rejects a town's whole feed. Listing is open to any
      * signed-on operator, and with no operator master on file
      * the session runs open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Agency-Maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AgencyFile ASSIGN TO "AGENCY-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Agency-Status.

       SELECT OperatorFile ASSIGN TO "OPERATOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Oper-Status.

       SELECT SignonLogFile ASSIGN TO "SIGNON-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Signon-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AgencyFile.
       01 AgencyRec PIC X(100).
       88 EndOfAgencyFile VALUE HIGH-VALUES.

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Agency-Status PIC X(2).
       01 WS-Action PIC X(1).
           88 Add-Action VALUE "A" "a".
           88 Change-Action VALUE "C" "c".
           88 List-Action VALUE "L" "l".
           88 Quit-Action VALUE "Q" "q".
       01 WS-Changed PIC X(1) VALUE "N".
           88 Registry-Changed VALUE "Y".
       01 WS-Code-Text PIC X(3).
       01 WS-Name-Text PIC X(30).
       01 WS-Low-Text PIC X(5).
       01 WS-High-Text PIC X(5).
       01 WS-Freq-Text PIC X(3).
       01 WS-Contact-Text PIC X(40).
       01 WS-Keyed-Code PIC X(3).
       01 WS-Keyed-Name PIC X(30).
       01 WS-Keyed-Low PIC X(5).
       01 WS-Keyed-High PIC X(5).
       01 WS-Keyed-Freq PIC X(3).
       01 WS-Keyed-Contact PIC X(40).
       01 WS-Edit-Result PIC X(1).
           88 Entry-Is-Good VALUE "Y".
           88 Entry-Is-Bad VALUE "N".

       01 WS-Agency-Table.
           02 WS-AG-Entry OCCURS 50 TIMES.
               03 WS-AG-Code PIC X(3).
               03 WS-AG-Name PIC X(30).
               03 WS-AG-Low PIC 9(5).
               03 WS-AG-High PIC 9(5).
               03 WS-AG-Freq PIC X(3).
               03 WS-AG-Contact PIC X(40).
       01 WS-Agencies-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-Sub PIC 9(2) COMP.
       01 WS-Sub-2 PIC 9(2) COMP.
      * The entry being changed, so its own old range is not taken
      * for an overlap; zero on an add.
       01 WS-Own-Sub PIC 9(2) COMP VALUE ZERO.
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
           02 WS-SG-Program PIC X(20) VALUE "Agency-Maint".
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
           02 WS-L-Code PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Name PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-L-Low PIC 9(5).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-L-High PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Freq PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-L-Contact PIC X(40).

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Sign-On-Operator THRU Sign-On-Operator-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Load-Agency-Master THRU Load-Agency-Master-Exit
           DISPLAY "Agency-Maint: " WS-Agencies-Used
               " agency(ies) loaded"
           PERFORM UNTIL Quit-Action
               DISPLAY " "
               DISPLAY "Action - Add, Change, List or Quit "
                   "(A/C/L/Q)? "
               ACCEPT WS-Action
               EVALUATE TRUE
                   WHEN Add-Action
                       IF Operator-Master-Present AND
                               WS-Signed-Level < 4
                           DISPLAY "Adding agencies needs authority "
                               "level 4 - refused"
                       ELSE
                           PERFORM Add-One-Agency
                               THRU Add-One-Agency-Exit
                       END-IF
                   WHEN Change-Action
                       IF Operator-Master-Present AND
                               WS-Signed-Level < 4
                           DISPLAY "Changing agencies needs authority "
                               "level 4 - refused"
                       ELSE
                           PERFORM Change-One-Agency
                               THRU Change-One-Agency-Exit
                       END-IF
                   WHEN List-Action
                       PERFORM List-Agencies
                   WHEN Quit-Action
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized action - key A, C, L or Q"
               END-EVALUATE
           END-PERFORM
           IF Registry-Changed
               PERFORM Rewrite-Agency-Master
           ELSE
               DISPLAY "Agency-Maint: no changes made"
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
               DISPLAY "Agency-Maint: *** WARNING *** no "
                   "OPERATOR-MASTER.DAT - session runs open"
               GO TO Sign-On-Operator-Exit
           END-IF
           DISPLAY "Agency-Maint: key operator ID: "
           ACCEPT WS-Operator
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Operator
               CONTINUE
           END-PERFORM
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Agency-Maint: operator " WS-Operator
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
           DISPLAY "Agency-Maint: signed on "
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
               DISPLAY "Agency-Maint: unable to read "
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

      * A line whose range is not two five-digit IDs still loads -
      * the registry keeps it so it can be corrected here - but it
      * is shown so nobody wonders why the loader skips its check.
       Load-Agency-Master.
           OPEN INPUT AgencyFile
           IF WS-Agency-Status NOT = "00"
               DISPLAY "Agency-Maint: no AGENCY-MASTER.DAT yet - "
                   "starting an empty registry"
               GO TO Load-Agency-Master-Exit
           END-IF
           PERFORM UNTIL EndOfAgencyFile
               READ AgencyFile
                   AT END SET EndOfAgencyFile TO TRUE
                   NOT AT END
                       IF AgencyRec NOT = SPACE AND
                               AgencyRec(1:1) NOT = "*"
                               AND WS-Agencies-Used < 50
                           MOVE SPACE TO WS-Code-Text
                           MOVE SPACE TO WS-Name-Text
                           MOVE SPACE TO WS-Low-Text
                           MOVE SPACE TO WS-High-Text
                           MOVE SPACE TO WS-Freq-Text
                           MOVE SPACE TO WS-Contact-Text
                           UNSTRING AgencyRec DELIMITED BY ";"
                               INTO WS-Code-Text WS-Name-Text
                                   WS-Low-Text WS-High-Text
                                   WS-Freq-Text WS-Contact-Text
                           ADD 1 TO WS-Agencies-Used
                           MOVE WS-Code-Text
                               TO WS-AG-Code(WS-Agencies-Used)
                           MOVE WS-Name-Text
                               TO WS-AG-Name(WS-Agencies-Used)
                           MOVE WS-Freq-Text
                               TO WS-AG-Freq(WS-Agencies-Used)
                           MOVE WS-Contact-Text
                               TO WS-AG-Contact(WS-Agencies-Used)
                           IF WS-Low-Text IS NUMERIC AND
                                   WS-High-Text IS NUMERIC
                               MOVE WS-Low-Text
                                   TO WS-AG-Low(WS-Agencies-Used)
                               MOVE WS-High-Text
                                   TO WS-AG-High(WS-Agencies-Used)
                           ELSE
                               MOVE ZERO
                                   TO WS-AG-Low(WS-Agencies-Used)
                               MOVE ZERO
                                   TO WS-AG-High(WS-Agencies-Used)
                               DISPLAY "Agency-Maint: agency "
                                   WS-Code-Text " has no usable "
                                   "CrashID range - change it"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AgencyFile.
       Load-Agency-Master-Exit.
           EXIT.

       Add-One-Agency.
           DISPLAY "Agency code (3 characters): "
           ACCEPT WS-Keyed-Code
           IF WS-Keyed-Code = SPACE
               DISPLAY "A blank agency code cannot be added"
               GO TO Add-One-Agency-Exit
           END-IF
           PERFORM Find-Keyed-Agency
           IF WS-Sub NOT > WS-Agencies-Used
               DISPLAY "Agency " WS-Keyed-Code " is already in the "
                   "registry - use Change"
               GO TO Add-One-Agency-Exit
           END-IF
           IF WS-Agencies-Used >= 50
               DISPLAY "Agency registry is full"
               GO TO Add-One-Agency-Exit
           END-IF
           DISPLAY "Agency name: "
           ACCEPT WS-Keyed-Name
           DISPLAY "Lowest assigned CrashID (5 digits): "
           ACCEPT WS-Keyed-Low
           DISPLAY "Highest assigned CrashID (5 digits): "
           ACCEPT WS-Keyed-High
           DISPLAY "Feed frequency (D, W, M or days): "
           ACCEPT WS-Keyed-Freq
           DISPLAY "Contact: "
           ACCEPT WS-Keyed-Contact
           MOVE ZERO TO WS-Own-Sub
           PERFORM Edit-Agency-Entry THRU Edit-Agency-Entry-Exit
           IF Entry-Is-Bad
               DISPLAY "Add abandoned"
               GO TO Add-One-Agency-Exit
           END-IF
           ADD 1 TO WS-Agencies-Used
           MOVE WS-Keyed-Code TO WS-AG-Code(WS-Agencies-Used)
           MOVE WS-Keyed-Name TO WS-AG-Name(WS-Agencies-Used)
           MOVE WS-Keyed-Low TO WS-AG-Low(WS-Agencies-Used)
           MOVE WS-Keyed-High TO WS-AG-High(WS-Agencies-Used)
           MOVE WS-Keyed-Freq TO WS-AG-Freq(WS-Agencies-Used)
           MOVE WS-Keyed-Contact TO WS-AG-Contact(WS-Agencies-Used)
           SET Registry-Changed TO TRUE
           DISPLAY "Added".
       Add-One-Agency-Exit.
           EXIT.

      * Each field is shown with its current value; a blank reply
      * keeps it.
       Change-One-Agency.
           DISPLAY "Agency code: "
           ACCEPT WS-Keyed-Code
           PERFORM Find-Keyed-Agency
           IF WS-Sub > WS-Agencies-Used
               DISPLAY "Agency " WS-Keyed-Code " is not in the "
                   "registry"
               GO TO Change-One-Agency-Exit
           END-IF
           MOVE WS-Sub TO WS-Own-Sub
           DISPLAY "Agency name [" WS-AG-Name(WS-Own-Sub) "]: "
           ACCEPT WS-Keyed-Name
           IF WS-Keyed-Name = SPACE
               MOVE WS-AG-Name(WS-Own-Sub) TO WS-Keyed-Name
           END-IF
           DISPLAY "Lowest assigned CrashID [" WS-AG-Low(WS-Own-Sub)
               "]: "
           ACCEPT WS-Keyed-Low
           IF WS-Keyed-Low = SPACE
               MOVE WS-AG-Low(WS-Own-Sub) TO WS-Keyed-Low
           END-IF
           DISPLAY "Highest assigned CrashID ["
               WS-AG-High(WS-Own-Sub) "]: "
           ACCEPT WS-Keyed-High
           IF WS-Keyed-High = SPACE
               MOVE WS-AG-High(WS-Own-Sub) TO WS-Keyed-High
           END-IF
           DISPLAY "Feed frequency [" WS-AG-Freq(WS-Own-Sub) "]: "
           ACCEPT WS-Keyed-Freq
           IF WS-Keyed-Freq = SPACE
               MOVE WS-AG-Freq(WS-Own-Sub) TO WS-Keyed-Freq
           END-IF
           DISPLAY "Contact [" WS-AG-Contact(WS-Own-Sub) "]: "
           ACCEPT WS-Keyed-Contact
           IF WS-Keyed-Contact = SPACE
               MOVE WS-AG-Contact(WS-Own-Sub) TO WS-Keyed-Contact
           END-IF
           PERFORM Edit-Agency-Entry THRU Edit-Agency-Entry-Exit
           IF Entry-Is-Bad
               DISPLAY "Change abandoned"
               GO TO Change-One-Agency-Exit
           END-IF
           MOVE WS-Keyed-Name TO WS-AG-Name(WS-Own-Sub)
           MOVE WS-Keyed-Low TO WS-AG-Low(WS-Own-Sub)
           MOVE WS-Keyed-High TO WS-AG-High(WS-Own-Sub)
           MOVE WS-Keyed-Freq TO WS-AG-Freq(WS-Own-Sub)
           MOVE WS-Keyed-Contact TO WS-AG-Contact(WS-Own-Sub)
           SET Registry-Changed TO TRUE
           DISPLAY "Changed".
       Change-One-Agency-Exit.
           EXIT.

       Find-Keyed-Agency.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Agencies-Used
                   OR WS-AG-Code(WS-Sub) = WS-Keyed-Code
               CONTINUE
           END-PERFORM.

      * The range must be two five-digit IDs, low not above high,
      * clear of every other agency's range; the frequency D, W, M
      * or a number of days.
       Edit-Agency-Entry.
           SET Entry-Is-Bad TO TRUE
           IF WS-Keyed-Name = SPACE
               DISPLAY "The agency name is required"
               GO TO Edit-Agency-Entry-Exit
           END-IF
           IF WS-Keyed-Low IS NOT NUMERIC OR
                   WS-Keyed-High IS NOT NUMERIC
               DISPLAY "CrashIDs must be 5 digits"
               GO TO Edit-Agency-Entry-Exit
           END-IF
           IF WS-Keyed-Low > WS-Keyed-High
               DISPLAY "The lowest CrashID is above the highest"
               GO TO Edit-Agency-Entry-Exit
           END-IF
           IF WS-Keyed-Freq NOT = "D" AND NOT = "W" AND NOT = "M"
               IF NOT (WS-Keyed-Freq IS NUMERIC OR
                       (WS-Keyed-Freq(1:2) IS NUMERIC AND
                        WS-Keyed-Freq(3:1) = SPACE) OR
                       (WS-Keyed-Freq(1:1) IS NUMERIC AND
                        WS-Keyed-Freq(2:2) = SPACE))
                   DISPLAY "Frequency must be D, W, M or a number "
                       "of days"
                   GO TO Edit-Agency-Entry-Exit
               END-IF
           END-IF
           PERFORM VARYING WS-Sub-2 FROM 1 BY 1
                   UNTIL WS-Sub-2 > WS-Agencies-Used
               IF WS-Sub-2 NOT = WS-Own-Sub AND
                       WS-AG-High(WS-Sub-2) NOT = ZERO AND
                       WS-Keyed-Low NOT > WS-AG-High(WS-Sub-2) AND
                       WS-Keyed-High NOT < WS-AG-Low(WS-Sub-2)
                   DISPLAY "Range overlaps agency "
                       WS-AG-Code(WS-Sub-2) " ("
                       WS-AG-Low(WS-Sub-2) "-"
                       WS-AG-High(WS-Sub-2) ")"
                   GO TO Edit-Agency-Entry-Exit
               END-IF
           END-PERFORM
           SET Entry-Is-Good TO TRUE.
       Edit-Agency-Entry-Exit.
           EXIT.

       List-Agencies.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Agencies-Used
               MOVE WS-AG-Code(WS-Sub) TO WS-L-Code
               MOVE WS-AG-Name(WS-Sub) TO WS-L-Name
               MOVE WS-AG-Low(WS-Sub) TO WS-L-Low
               MOVE WS-AG-High(WS-Sub) TO WS-L-High
               MOVE WS-AG-Freq(WS-Sub) TO WS-L-Freq
               MOVE WS-AG-Contact(WS-Sub) TO WS-L-Contact
               DISPLAY WS-List-Line
           END-PERFORM
           DISPLAY WS-Agencies-Used " agency(ies) registered".

      * Name and contact keep their embedded blanks; each ends at
      * its first double blank.
       Rewrite-Agency-Master.
           OPEN OUTPUT AgencyFile
           IF WS-Agency-Status NOT = "00"
               DISPLAY "Agency-Maint: *** WARNING *** unable to "
                   "rewrite AGENCY-MASTER.DAT, status "
                   WS-Agency-Status
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Sub FROM 1 BY 1
                       UNTIL WS-Sub > WS-Agencies-Used
                   MOVE SPACE TO AgencyRec
                   STRING WS-AG-Code(WS-Sub) DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       WS-AG-Name(WS-Sub) DELIMITED BY "  "
                       ";" DELIMITED BY SIZE
                       WS-AG-Low(WS-Sub) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-AG-High(WS-Sub) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-AG-Freq(WS-Sub) DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       WS-AG-Contact(WS-Sub) DELIMITED BY "  "
                       INTO AgencyRec
                   WRITE AgencyRec
               END-PERFORM
               CLOSE AgencyFile
               DISPLAY "Agency-Maint: AGENCY-MASTER.DAT rewritten, "
                   WS-Agencies-Used " agency(ies)"
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
               DISPLAY "Agency-Maint: operator " WS-Signon-ID
                   " cannot sign on - " WS-Signon-Detail
               DISPLAY "Agency-Maint: see a supervisor; "
                   "session refused"
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           MOVE "N" TO WS-Pwd-State
           PERFORM UNTIL Password-Accepted
                   OR WS-OM-Fails(WS-Oper-Sub) >= 3
               DISPLAY "Agency-Maint: password: "
               ACCEPT WS-Pwd-Keyed WITH NO-ECHO
               PERFORM Verify-Keyed-Password
           END-PERFORM
           IF NOT Password-Accepted
               DISPLAY "Agency-Maint: session refused"
               MOVE 16 TO RETURN-CODE
               GO TO Check-Operator-Password-Exit
           END-IF
           IF WS-OM-State(WS-Oper-Sub) = "P"
               DISPLAY "Agency-Maint: this password was "
                   "issued by a supervisor - choose your own now"
               PERFORM Change-Operator-Password
                   THRU Change-Operator-Password-Exit
           ELSE
               IF WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   DISPLAY "Agency-Maint: password expired "
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
           DISPLAY "Agency-Maint: new password "
               "(6 to 16 characters): "
           ACCEPT WS-Pwd-New WITH NO-ECHO
           DISPLAY "Agency-Maint: key the new password "
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
               DISPLAY "Agency-Maint: new password refused"
                   " - " WS-Signon-Detail
               DISPLAY "Agency-Maint: password not changed; "
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
           DISPLAY "Agency-Maint: password changed - "
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
                   DISPLAY "Agency-Maint: password not accepted"
               ELSE
                   DISPLAY "Agency-Maint: third wrong password"
                   DISPLAY "Agency-Maint: " WS-Signon-ID
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
               DISPLAY "Agency-Maint: *** WARNING *** unable to read "
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
               DISPLAY "Agency-Maint: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Agency-Maint: *** WARNING *** "
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
               DISPLAY "Agency-Maint: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.
