      * Rolls crashes up to engineering's corridors. CORRIDOR-MASTER
      * .DAT (kept by Corridor-Maint) names each corridor and the
      * LOC-MASTER.DAT locations along it at their mileposts:
      *   C;CORRID;NAME;LENGTH
      *   P;CORRID;LOCCODE;MILEPOST
      * A corridor's segments run between adjacent mileposts. A
      * crash whose LocCode is a corridor point counts to the
      * corridor and to the segment that starts at that point - a
      * crash at the corridor's last point to the segment that ends
      * there - so every crash on the corridor is in exactly one of
      * its segments. A location on two corridors (where they
      * cross) counts to both.
      * Reads sorted.dat and, for exposure, the C;corridor;aadt
      * lines of TRAFFIC-VOLUME.DAT. Prints CORRIDOR.RPT:
      *   - the corridors ranked by severity per mile, with crashes,
      *     fatal and injury crashes, the Severity-Rank score (base
      *     1, fatality 50, injury 10, passengers 1 each,
      *     pedestrians 5 each, work area 5), crashes per mile and,
      *     where the corridor has an AADT, crashes per million
      *     vehicle-miles - count * 1,000,000 / (AADT * 365 *
      *     miles), Crash-Rate's exposure basis carried along the
      *     road;
      *   - for each corridor in that order, its segments with the
      *     same figures, and a strip chart of severity per mile
      *     down the corridor, the worst stretch marked.
      * A corridor with no usable definition line, or a point line
      * for a corridor never defined, is reported and left out, for
      * return code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Corridor-Report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SortedFile ASSIGN TO "sorted.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Sorted-Status.

       SELECT CorridorFile ASSIGN TO "CORRIDOR-MASTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Corr-Status.

       SELECT VolumeFile ASSIGN TO "TRAFFIC-VOLUME.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Vol-Status.

       SELECT ReportFile ASSIGN TO "CORRIDOR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SortedFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       FD CorridorFile.
       01 CorridorRec PIC X(80).
       88 EndOfCorridorFile VALUE HIGH-VALUES.

       FD VolumeFile.
       01 VolumeRec PIC X(80).
       88 EndOfVolumeFile VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Sorted-Status PIC X(2).
       01 WS-Corr-Status PIC X(2).
       01 WS-Vol-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfSortedFile VALUE "Y".
       01 WS-Read-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-On-Corridor-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Bad-Line-Count PIC 9(5) COMP VALUE ZERO.
       01 WS-Crash-Score PIC 9(5) COMP.
       01 WS-Pass-Count PIC 9(3).
       01 WS-Ped-Count PIC 9(1).
       01 WS-Counted PIC X(1).
           88 Crash-Counted VALUE "Y".

       01 WS-Line-Type PIC X(1).
       01 WS-Field-1 PIC X(8).
       01 WS-Field-2 PIC X(30).
       01 WS-Field-3 PIC X(8).
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

       01 WS-Vol-Type PIC X(1).
       01 WS-Vol-Key PIC X(8).
       01 WS-Vol-AADT-Text PIC X(8).
       01 WS-Vol-AADT-Len PIC 9(2) COMP.

      * One entry per corridor. The rates are worked out once the
      * crashes are in.
       01 WS-Corridor-Table.
           02 WS-CR-Entry OCCURS 100 TIMES.
               03 WS-CR-ID PIC X(8).
               03 WS-CR-Name PIC X(30).
               03 WS-CR-Length PIC 9(3)V99.
               03 WS-CR-AADT PIC 9(7) COMP.
               03 WS-CR-First PIC 9(4) COMP.
               03 WS-CR-Points PIC 9(4) COMP.
               03 WS-CR-Count PIC 9(7) COMP.
               03 WS-CR-Fatal PIC 9(7) COMP.
               03 WS-CR-Injury PIC 9(7) COMP.
               03 WS-CR-Score PIC 9(9) COMP.
               03 WS-CR-Per-Mile PIC 9(7)V99 COMP-3.
               03 WS-CR-Sev-Mile PIC 9(9)V99 COMP-3.
               03 WS-CR-MVM PIC 9(7)V99 COMP-3.
               03 WS-CR-Used PIC X(1).
       01 WS-Corrs-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Corr-Sub PIC 9(3) COMP.
       01 WS-Best-Corr PIC 9(3) COMP.

      * One entry per corridor point, in corridor and milepost
      * order once loaded. A point's counters are those of the
      * segment that starts there.
       01 WS-Point-Table.
           02 WS-PT-Entry OCCURS 2000 TIMES.
               03 WS-PT-Corr PIC 9(3) COMP.
               03 WS-PT-Code PIC X(8).
               03 WS-PT-Milepost PIC 9(3)V99.
               03 WS-PT-Count PIC 9(7) COMP.
               03 WS-PT-Fatal PIC 9(7) COMP.
               03 WS-PT-Injury PIC 9(7) COMP.
               03 WS-PT-Score PIC 9(9) COMP.
               03 WS-PT-Sev-Mile PIC 9(9)V99 COMP-3.
       01 WS-Points-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Hold-Point PIC X(60).
       01 WS-Sub PIC 9(4) COMP.
       01 WS-Sub-2 PIC 9(4) COMP.
       01 WS-Seg-Sub PIC 9(4) COMP.
       01 WS-Last-Sub PIC 9(4) COMP.
       01 WS-Worst-Sub PIC 9(4) COMP.
       01 WS-Rank PIC 9(3) COMP.
       01 WS-Seg-Miles PIC 9(3)V99.
       01 WS-Worst-Sev PIC 9(9)V99 COMP-3.
       01 WS-Bar-Len PIC 9(3) COMP.
       01 WS-Bar-Fill PIC X(40) VALUE ALL "#".
       01 WS-Work-Per-Mile PIC 9(7)V99 COMP-3.
       01 WS-Work-MVM PIC 9(7)V99 COMP-3.

       01 WS-Rank-Title.
           02 FILLER PIC X(48) VALUE
               "CORRIDORS RANKED BY SEVERITY PER MILE".
       01 WS-Rank-Heading.
           02 FILLER PIC X(5) VALUE "RANK".
           02 FILLER PIC X(10) VALUE "CORRIDOR".
           02 FILLER PIC X(26) VALUE "NAME".
           02 FILLER PIC X(6) VALUE " MILES".
           02 FILLER PIC X(9) VALUE "  CRASHES".
           02 FILLER PIC X(7) VALUE "  FATAL".
           02 FILLER PIC X(8) VALUE "  INJURY".
           02 FILLER PIC X(9) VALUE " SEVERITY".
           02 FILLER PIC X(11) VALUE "   CRASH/MI".
           02 FILLER PIC X(12) VALUE "      SEV/MI".
           02 FILLER PIC X(11) VALUE "       AADT".
           02 FILLER PIC X(10) VALUE "   PER MVM".
       01 WS-Rank-Line.
           02 WS-R-Rank PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-ID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Name PIC X(24).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Miles PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Count PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Fatal PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Injury PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Score PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Per-Mile PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-Sev-Mile PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-AADT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-R-MVM PIC Z,ZZ9.99.
           02 WS-R-No-AADT REDEFINES WS-R-MVM PIC X(8).

       01 WS-Corr-Title.
           02 FILLER PIC X(10) VALUE "CORRIDOR ".
           02 WS-CT-ID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CT-Name PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-CT-Miles PIC ZZ9.99.
           02 FILLER PIC X(6) VALUE " MILES".
       01 WS-Seg-Heading.
           02 FILLER PIC X(36) VALUE "  SEGMENT".
           02 FILLER PIC X(7) VALUE "  MILES".
           02 FILLER PIC X(9) VALUE "  CRASHES".
           02 FILLER PIC X(7) VALUE "  FATAL".
           02 FILLER PIC X(8) VALUE "  INJURY".
           02 FILLER PIC X(9) VALUE " SEVERITY".
           02 FILLER PIC X(11) VALUE "   CRASH/MI".
           02 FILLER PIC X(12) VALUE "      SEV/MI".
           02 FILLER PIC X(10) VALUE "   PER MVM".
       01 WS-Seg-Line.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-S-From-Code PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-S-From-MP PIC ZZ9.99.
           02 FILLER PIC X(4) VALUE " TO ".
           02 WS-S-To-Code PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-S-To-MP PIC ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-S-Miles PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-S-Count PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-S-Fatal PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-S-Injury PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-S-Score PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-S-Per-Mile PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-S-Sev-Mile PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-S-MVM PIC Z,ZZ9.99.
           02 WS-S-No-AADT REDEFINES WS-S-MVM PIC X(8).
       01 WS-Chart-Heading.
           02 FILLER PIC X(60) VALUE
               "  SEVERITY PER MILE BY SEGMENT - WORST = FULL BAR".
       01 WS-Chart-Line.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(3) VALUE "MP ".
           02 WS-C-From-MP PIC ZZ9.99.
           02 FILLER PIC X(1) VALUE "-".
           02 WS-C-To-MP PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE " |".
           02 WS-C-Bar PIC X(40).
           02 FILLER PIC X(2) VALUE "| ".
           02 WS-C-Sev-Mile PIC ZZZ,ZZ9.99.
           02 WS-C-Flag PIC X(16).
       01 WS-Note-Line PIC X(132).
       01 WS-Bad-Line-Edit PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Corridor-Master
               THRU Load-Corridor-Master-Exit
           IF WS-Corrs-Used = ZERO
               DISPLAY "Corridor-Report: CORRIDOR-MASTER.DAT is "
                   "missing or has no corridors - nothing to report"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Order-Points
           PERFORM Load-Corridor-Volumes
               THRU Load-Corridor-Volumes-Exit
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "Corridor-Report: unable to open sorted.dat, "
                   "status " WS-Sorted-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EndOfSortedFile
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       IF LocCode NOT = SPACE
                           PERFORM Score-One-Crash
                           PERFORM Place-One-Crash
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SortedFile
           PERFORM Compute-Corridor-Rates
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Corridor-Report: unable to open CORRIDOR.RPT, "
                   "status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Print-Corridor-Ranking
           PERFORM Print-Corridor-Details
           CLOSE ReportFile
           DISPLAY "Corridor-Report: " WS-Read-Count " crashes read, "
               WS-On-Corridor-Count " on " WS-Corrs-Used
               " corridor(s)"
           IF WS-Bad-Line-Count > ZERO
               DISPLAY "Corridor-Report: *** WARNING *** "
                   WS-Bad-Line-Count " CORRIDOR-MASTER.DAT line(s) "
                   "left out - see CORRIDOR.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * C and P lines as Corridor-Maint writes them. The report
      * file is not open yet, so a bad line is DISPLAYed here and
      * counted for the note at the foot of the ranking.
       Load-Corridor-Master.
           OPEN INPUT CorridorFile
           IF WS-Corr-Status NOT = "00"
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
                       AND Miles-Are-Valid AND WS-Miles > ZERO
                       AND WS-Corrs-Used < 100
                   ADD 1 TO WS-Corrs-Used
                   MOVE WS-Corrs-Used TO WS-Corr-Sub
                   MOVE WS-Field-1 TO WS-CR-ID(WS-Corr-Sub)
                   MOVE WS-Field-2 TO WS-CR-Name(WS-Corr-Sub)
                   MOVE WS-Miles TO WS-CR-Length(WS-Corr-Sub)
                   MOVE ZERO TO WS-CR-AADT(WS-Corr-Sub)
                   MOVE ZERO TO WS-CR-First(WS-Corr-Sub)
                   MOVE ZERO TO WS-CR-Points(WS-Corr-Sub)
                   MOVE ZERO TO WS-CR-Count(WS-Corr-Sub)
                   MOVE ZERO TO WS-CR-Fatal(WS-Corr-Sub)
                   MOVE ZERO TO WS-CR-Injury(WS-Corr-Sub)
                   MOVE ZERO TO WS-CR-Score(WS-Corr-Sub)
                   MOVE SPACE TO WS-CR-Used(WS-Corr-Sub)
                   GO TO Load-One-Corridor-Line-Exit
               WHEN WS-Line-Type = "P" AND WS-Field-3 NOT = SPACE
                       AND Miles-Are-Valid AND WS-Points-Used < 2000
                   PERFORM VARYING WS-Corr-Sub FROM 1 BY 1
                           UNTIL WS-Corr-Sub > WS-Corrs-Used
                           OR WS-CR-ID(WS-Corr-Sub) = WS-Field-1
                       CONTINUE
                   END-PERFORM
                   IF WS-Corr-Sub NOT > WS-Corrs-Used AND
                           WS-Miles NOT > WS-CR-Length(WS-Corr-Sub)
                       ADD 1 TO WS-Points-Used
                       MOVE WS-Points-Used TO WS-Sub
                       MOVE WS-Corr-Sub TO WS-PT-Corr(WS-Sub)
                       MOVE WS-Field-3 TO WS-PT-Code(WS-Sub)
                       MOVE WS-Miles TO WS-PT-Milepost(WS-Sub)
                       MOVE ZERO TO WS-PT-Count(WS-Sub)
                       MOVE ZERO TO WS-PT-Fatal(WS-Sub)
                       MOVE ZERO TO WS-PT-Injury(WS-Sub)
                       MOVE ZERO TO WS-PT-Score(WS-Sub)
                       MOVE ZERO TO WS-PT-Sev-Mile(WS-Sub)
                       ADD 1 TO WS-CR-Points(WS-Corr-Sub)
                       GO TO Load-One-Corridor-Line-Exit
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-Bad-Line-Count
           DISPLAY "Corridor-Report: *** WARNING *** unusable "
               "CORRIDOR-MASTER.DAT line left out: " CorridorRec.
       Load-One-Corridor-Line-Exit.
           EXIT.

      * Miles are up to three whole digits and at most two decimals,
      * as Corridor-Maint keys them.
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

      * Puts the points in corridor, then milepost, order - the
      * master is normally written that way, but a hand edit need
      * not be - and notes where each corridor's run of points
      * starts.
       Order-Points.
           PERFORM VARYING WS-Sub FROM 2 BY 1
                   UNTIL WS-Sub > WS-Points-Used
               MOVE WS-Sub TO WS-Sub-2
               PERFORM UNTIL WS-Sub-2 < 2
                   OR WS-PT-Corr(WS-Sub-2 - 1) < WS-PT-Corr(WS-Sub-2)
                   OR (WS-PT-Corr(WS-Sub-2 - 1) = WS-PT-Corr(WS-Sub-2)
                       AND WS-PT-Milepost(WS-Sub-2 - 1) NOT >
                           WS-PT-Milepost(WS-Sub-2))
                   MOVE WS-PT-Entry(WS-Sub-2) TO WS-Hold-Point
                   MOVE WS-PT-Entry(WS-Sub-2 - 1)
                       TO WS-PT-Entry(WS-Sub-2)
                   MOVE WS-Hold-Point TO WS-PT-Entry(WS-Sub-2 - 1)
                   SUBTRACT 1 FROM WS-Sub-2
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-Sub FROM WS-Points-Used BY -1
                   UNTIL WS-Sub < 1
               MOVE WS-Sub TO WS-CR-First(WS-PT-Corr(WS-Sub))
           END-PERFORM.

      * C;corridor;aadt lines; the L and Z lines are Crash-Rate's.
       Load-Corridor-Volumes.
           OPEN INPUT VolumeFile
           IF WS-Vol-Status NOT = "00"
               DISPLAY "Corridor-Report: no TRAFFIC-VOLUME.DAT - "
                   "corridors will not be rated per vehicle-mile"
               GO TO Load-Corridor-Volumes-Exit
           END-IF
           PERFORM UNTIL EndOfVolumeFile
               READ VolumeFile
                   AT END SET EndOfVolumeFile TO TRUE
                   NOT AT END
                       IF VolumeRec(1:2) = "C;"
                           PERFORM Load-One-Corridor-Volume
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VolumeFile.
       Load-Corridor-Volumes-Exit.
           EXIT.

      * The AADT token is trimmed and tested by its own length, as
      * Crash-Rate reads it.
       Load-One-Corridor-Volume.
           MOVE SPACE TO WS-Vol-Type
           MOVE SPACE TO WS-Vol-Key
           MOVE SPACE TO WS-Vol-AADT-Text
           MOVE ZERO TO WS-Vol-AADT-Len
           UNSTRING VolumeRec DELIMITED BY ";"
               INTO WS-Vol-Type WS-Vol-Key
                   WS-Vol-AADT-Text COUNT IN WS-Vol-AADT-Len
           IF WS-Vol-AADT-Len > 8
               MOVE 8 TO WS-Vol-AADT-Len
           END-IF
           PERFORM UNTIL WS-Vol-AADT-Len = ZERO
                   OR WS-Vol-AADT-Text(WS-Vol-AADT-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Vol-AADT-Len
           END-PERFORM
           IF WS-Vol-AADT-Len = ZERO OR WS-Vol-AADT-Len > 7 OR
                   WS-Vol-AADT-Text(1:WS-Vol-AADT-Len) IS NOT NUMERIC
               DISPLAY "Corridor-Report: *** WARNING *** bad AADT "
                   "ignored: " VolumeRec
           ELSE
               PERFORM VARYING WS-Corr-Sub FROM 1 BY 1
                       UNTIL WS-Corr-Sub > WS-Corrs-Used
                       OR WS-CR-ID(WS-Corr-Sub) = WS-Vol-Key
                   CONTINUE
               END-PERFORM
               IF WS-Corr-Sub > WS-Corrs-Used
                   DISPLAY "Corridor-Report: *** WARNING *** AADT "
                       "for unknown corridor ignored: " VolumeRec
               ELSE
                   MOVE WS-Vol-AADT-Text(1:WS-Vol-AADT-Len)
                       TO WS-CR-AADT(WS-Corr-Sub)
               END-IF
           END-IF.

      * The same severity weights Severity-Rank applies.
       Score-One-Crash.
           MOVE 1 TO WS-Crash-Score
           IF FatalityBool = 1
               ADD 50 TO WS-Crash-Score
           END-IF
           IF InjuryBool = 1
               ADD 10 TO WS-Crash-Score
           END-IF
           IF NumPass IS NUMERIC
               MOVE NumPass TO WS-Pass-Count
               ADD WS-Pass-Count TO WS-Crash-Score
           END-IF
           IF NumPed IS NUMERIC
               MOVE NumPed TO WS-Ped-Count
               COMPUTE WS-Crash-Score =
                   WS-Crash-Score + (5 * WS-Ped-Count)
           END-IF
           IF WorkArea NOT = SPACE
               ADD 5 TO WS-Crash-Score
           END-IF.

      * Every point carrying the crash's LocCode takes it: the
      * corridor's totals, and the segment that starts there (or,
      * at the corridor's last point, the one that ends there).
       Place-One-Crash.
           MOVE "N" TO WS-Counted
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Points-Used
               IF WS-PT-Code(WS-Sub) = LocCode
                   MOVE WS-PT-Corr(WS-Sub) TO WS-Corr-Sub
                   MOVE WS-Sub TO WS-Seg-Sub
                   IF WS-Sub = WS-CR-First(WS-Corr-Sub)
                           + WS-CR-Points(WS-Corr-Sub) - 1
                           AND WS-CR-Points(WS-Corr-Sub) > 1
                       SUBTRACT 1 FROM WS-Seg-Sub
                   END-IF
                   ADD 1 TO WS-CR-Count(WS-Corr-Sub)
                   ADD 1 TO WS-PT-Count(WS-Seg-Sub)
                   ADD WS-Crash-Score TO WS-CR-Score(WS-Corr-Sub)
                   ADD WS-Crash-Score TO WS-PT-Score(WS-Seg-Sub)
                   IF FatalityBool = 1
                       ADD 1 TO WS-CR-Fatal(WS-Corr-Sub)
                       ADD 1 TO WS-PT-Fatal(WS-Seg-Sub)
                   END-IF
                   IF InjuryBool = 1
                       ADD 1 TO WS-CR-Injury(WS-Corr-Sub)
                       ADD 1 TO WS-PT-Injury(WS-Seg-Sub)
                   END-IF
                   SET Crash-Counted TO TRUE
               END-IF
           END-PERFORM
           IF Crash-Counted
               ADD 1 TO WS-On-Corridor-Count
           END-IF.

      * Per mile over the corridor's length; per million vehicle-
      * miles where the corridor has an AADT. Each rate is one
      * expression, as in Crash-Rate, so nothing is truncated
      * before the divide.
       Compute-Corridor-Rates.
           PERFORM VARYING WS-Corr-Sub FROM 1 BY 1
                   UNTIL WS-Corr-Sub > WS-Corrs-Used
               COMPUTE WS-CR-Per-Mile(WS-Corr-Sub) ROUNDED =
                   WS-CR-Count(WS-Corr-Sub)
                   / WS-CR-Length(WS-Corr-Sub)
               COMPUTE WS-CR-Sev-Mile(WS-Corr-Sub) ROUNDED =
                   WS-CR-Score(WS-Corr-Sub)
                   / WS-CR-Length(WS-Corr-Sub)
               MOVE ZERO TO WS-CR-MVM(WS-Corr-Sub)
               IF WS-CR-AADT(WS-Corr-Sub) > ZERO
                   COMPUTE WS-CR-MVM(WS-Corr-Sub) ROUNDED =
                       WS-CR-Count(WS-Corr-Sub) * 1000000
                       / (WS-CR-AADT(WS-Corr-Sub) * 365
                          * WS-CR-Length(WS-Corr-Sub))
               END-IF
           END-PERFORM.

       Print-Corridor-Ranking.
           MOVE WS-Rank-Title TO ReportLine
           WRITE ReportLine
           MOVE WS-Rank-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Rank FROM 1 BY 1
                   UNTIL WS-Rank > WS-Corrs-Used
               PERFORM Pick-Next-Corridor
               MOVE WS-Rank TO WS-R-Rank
               MOVE WS-CR-ID(WS-Best-Corr) TO WS-R-ID
               MOVE WS-CR-Name(WS-Best-Corr) TO WS-R-Name
               MOVE WS-CR-Length(WS-Best-Corr) TO WS-R-Miles
               MOVE WS-CR-Count(WS-Best-Corr) TO WS-R-Count
               MOVE WS-CR-Fatal(WS-Best-Corr) TO WS-R-Fatal
               MOVE WS-CR-Injury(WS-Best-Corr) TO WS-R-Injury
               MOVE WS-CR-Score(WS-Best-Corr) TO WS-R-Score
               MOVE WS-CR-Per-Mile(WS-Best-Corr) TO WS-R-Per-Mile
               MOVE WS-CR-Sev-Mile(WS-Best-Corr) TO WS-R-Sev-Mile
               MOVE WS-CR-AADT(WS-Best-Corr) TO WS-R-AADT
               IF WS-CR-AADT(WS-Best-Corr) > ZERO
                   MOVE WS-CR-MVM(WS-Best-Corr) TO WS-R-MVM
               ELSE
                   MOVE " NO AADT" TO WS-R-No-AADT
               END-IF
               MOVE WS-Rank-Line TO ReportLine
               WRITE ReportLine
           END-PERFORM
           IF WS-Bad-Line-Count > ZERO
               MOVE SPACE TO ReportLine
               WRITE ReportLine
               MOVE WS-Bad-Line-Count TO WS-Bad-Line-Edit
               MOVE SPACE TO WS-Note-Line
               STRING "*** " DELIMITED BY SIZE
                   WS-Bad-Line-Edit DELIMITED BY SIZE
                   " CORRIDOR-MASTER.DAT LINE(S) COULD NOT BE USED "
                   DELIMITED BY SIZE
                   "- CORRECT THEM WITH CORRIDOR-MAINT"
                   DELIMITED BY SIZE
                   INTO WS-Note-Line
               MOVE WS-Note-Line TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACE TO ReportLine
           WRITE ReportLine.

      * Highest severity per mile not yet printed; the marks are
      * cleared by the caller before the first pick of a pass.
       Pick-Next-Corridor.
           MOVE ZERO TO WS-Best-Corr
           PERFORM VARYING WS-Corr-Sub FROM 1 BY 1
                   UNTIL WS-Corr-Sub > WS-Corrs-Used
               IF WS-CR-Used(WS-Corr-Sub) = SPACE
                   IF WS-Best-Corr = ZERO
                       MOVE WS-Corr-Sub TO WS-Best-Corr
                   ELSE
                       IF WS-CR-Sev-Mile(WS-Corr-Sub) >
                               WS-CR-Sev-Mile(WS-Best-Corr)
                           MOVE WS-Corr-Sub TO WS-Best-Corr
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "P" TO WS-CR-Used(WS-Best-Corr).

      * The corridors again in rank order, each with its segments
      * and its strip chart.
       Print-Corridor-Details.
           PERFORM VARYING WS-Corr-Sub FROM 1 BY 1
                   UNTIL WS-Corr-Sub > WS-Corrs-Used
               MOVE SPACE TO WS-CR-Used(WS-Corr-Sub)
           END-PERFORM
           PERFORM VARYING WS-Rank FROM 1 BY 1
                   UNTIL WS-Rank > WS-Corrs-Used
               PERFORM Pick-Next-Corridor
               PERFORM Print-One-Corridor
                   THRU Print-One-Corridor-Exit
           END-PERFORM.

       Print-One-Corridor.
           MOVE WS-CR-ID(WS-Best-Corr) TO WS-CT-ID
           MOVE WS-CR-Name(WS-Best-Corr) TO WS-CT-Name
           MOVE WS-CR-Length(WS-Best-Corr) TO WS-CT-Miles
           MOVE WS-Corr-Title TO ReportLine
           WRITE ReportLine
           IF WS-CR-Points(WS-Best-Corr) < 2
               MOVE "  FEWER THAN TWO LOCATIONS PLACED - NO SEGMENTS"
                   TO ReportLine
               WRITE ReportLine
               MOVE SPACE TO ReportLine
               WRITE ReportLine
               GO TO Print-One-Corridor-Exit
           END-IF
           MOVE WS-Seg-Heading TO ReportLine
           WRITE ReportLine
           COMPUTE WS-Last-Sub = WS-CR-First(WS-Best-Corr)
               + WS-CR-Points(WS-Best-Corr) - 2
           MOVE ZERO TO WS-Worst-Sub
           MOVE ZERO TO WS-Worst-Sev
           PERFORM VARYING WS-Seg-Sub FROM WS-CR-First(WS-Best-Corr)
                   BY 1 UNTIL WS-Seg-Sub > WS-Last-Sub
               PERFORM Print-One-Segment
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Chart-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Seg-Sub FROM WS-CR-First(WS-Best-Corr)
                   BY 1 UNTIL WS-Seg-Sub > WS-Last-Sub
               PERFORM Chart-One-Segment
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine.
       Print-One-Corridor-Exit.
           EXIT.

      * A segment with no length (two points at one milepost after
      * a hand edit) is listed without rates.
       Print-One-Segment.
           COMPUTE WS-Seg-Miles = WS-PT-Milepost(WS-Seg-Sub + 1)
               - WS-PT-Milepost(WS-Seg-Sub)
           MOVE ZERO TO WS-Work-Per-Mile
           MOVE ZERO TO WS-Work-MVM
           MOVE ZERO TO WS-PT-Sev-Mile(WS-Seg-Sub)
           IF WS-Seg-Miles > ZERO
               COMPUTE WS-Work-Per-Mile ROUNDED =
                   WS-PT-Count(WS-Seg-Sub) / WS-Seg-Miles
               COMPUTE WS-PT-Sev-Mile(WS-Seg-Sub) ROUNDED =
                   WS-PT-Score(WS-Seg-Sub) / WS-Seg-Miles
               IF WS-CR-AADT(WS-Best-Corr) > ZERO
                   COMPUTE WS-Work-MVM ROUNDED =
                       WS-PT-Count(WS-Seg-Sub) * 1000000
                       / (WS-CR-AADT(WS-Best-Corr) * 365
                          * WS-Seg-Miles)
               END-IF
           END-IF
           IF WS-PT-Sev-Mile(WS-Seg-Sub) > WS-Worst-Sev
               MOVE WS-PT-Sev-Mile(WS-Seg-Sub) TO WS-Worst-Sev
               MOVE WS-Seg-Sub TO WS-Worst-Sub
           END-IF
           MOVE WS-PT-Code(WS-Seg-Sub) TO WS-S-From-Code
           MOVE WS-PT-Milepost(WS-Seg-Sub) TO WS-S-From-MP
           MOVE WS-PT-Code(WS-Seg-Sub + 1) TO WS-S-To-Code
           MOVE WS-PT-Milepost(WS-Seg-Sub + 1) TO WS-S-To-MP
           MOVE WS-Seg-Miles TO WS-S-Miles
           MOVE WS-PT-Count(WS-Seg-Sub) TO WS-S-Count
           MOVE WS-PT-Fatal(WS-Seg-Sub) TO WS-S-Fatal
           MOVE WS-PT-Injury(WS-Seg-Sub) TO WS-S-Injury
           MOVE WS-PT-Score(WS-Seg-Sub) TO WS-S-Score
           MOVE WS-Work-Per-Mile TO WS-S-Per-Mile
           MOVE WS-PT-Sev-Mile(WS-Seg-Sub) TO WS-S-Sev-Mile
           IF WS-CR-AADT(WS-Best-Corr) > ZERO
               MOVE WS-Work-MVM TO WS-S-MVM
           ELSE
               MOVE " NO AADT" TO WS-S-No-AADT
           END-IF
           MOVE WS-Seg-Line TO ReportLine
           WRITE ReportLine.

      * Bars are scaled to the corridor's worst segment, so the
      * worst stretch is the full bar; any segment with crashes
      * shows at least one mark.
       Chart-One-Segment.
           MOVE WS-PT-Milepost(WS-Seg-Sub) TO WS-C-From-MP
           MOVE WS-PT-Milepost(WS-Seg-Sub + 1) TO WS-C-To-MP
           MOVE SPACE TO WS-C-Bar
           MOVE ZERO TO WS-Bar-Len
           IF WS-Worst-Sev > ZERO
               COMPUTE WS-Bar-Len ROUNDED =
                   WS-PT-Sev-Mile(WS-Seg-Sub) * 40 / WS-Worst-Sev
           END-IF
           IF WS-Bar-Len = ZERO AND WS-PT-Sev-Mile(WS-Seg-Sub) > ZERO
               MOVE 1 TO WS-Bar-Len
           END-IF
           IF WS-Bar-Len > ZERO
               MOVE WS-Bar-Fill(1:WS-Bar-Len) TO WS-C-Bar
           END-IF
           MOVE WS-PT-Sev-Mile(WS-Seg-Sub) TO WS-C-Sev-Mile
           IF WS-Seg-Sub = WS-Worst-Sub
               MOVE "  <<< WORST" TO WS-C-Flag
           ELSE
               MOVE SPACE TO WS-C-Flag
           END-IF
           MOVE WS-Chart-Line TO ReportLine
           WRITE ReportLine.
