      * Casualty demographics for the health department. Reads
      * PERSON-DATA.DAT as Person-Loader writes it - one person per
      * line with Type, KABCO Severity, Age and Sex - joins every
      * person to its crash on Crash-Data.dat, and prints
      * CASUALTY-DEMOGRAPHICS.RPT: persons by severity (K A B C O)
      * against age band (0-15, 16-20, 21-24, 25-44, 45-64, 65+),
      * against sex, against person type (driver, passenger,
      * pedestrian, other) and against the crash year; pedestrians
      * by severity against the crash's LightCond; and the crashes
      * with a young driver (16-20) by Zone.
      * An Age that is blank, not a number or over 120 is counted
      * under UNKNOWN, never dropped; a Sex other than M or F is
      * UNKNOWN. A person whose crash is no longer on the master is
      * counted on the last page and left out of every table.
      * FISCAL-YEAR=Y in CONTROL-CARDS.DAT groups the year table by
      * the council's July-June fiscal year, as the rest of the
      * suite does: fiscal year TYear + 1 from July on.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Casualty-Demographics.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PersonDataFile ASSIGN TO "PERSON-DATA.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Person-Status.
       SELECT CrashDataFile ASSIGN TO "Crash-Data.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CrashID
       ALTERNATE RECORD KEY IS TYear WITH DUPLICATES
       ALTERNATE RECORD KEY IS Zone WITH DUPLICATES
       ALTERNATE RECORD KEY IS LocCode WITH DUPLICATES
       FILE STATUS IS WS-Dat-Status.
       SELECT ControlCardFile ASSIGN TO "CONTROL-CARDS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Card-Status.
       SELECT ReportFile ASSIGN TO "CASUALTY-DEMOGRAPHICS.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PersonDataFile.
       01 PersonRec.
       88 EndOfPersonFile VALUE HIGH-VALUES.
       02 PD-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 PD-Seq PIC 9(2).
       02 FILLER PIC X(1).
       02 PD-Type PIC X(12).
       02 FILLER PIC X(1).
       02 PD-Severity PIC X(1).
       02 FILLER PIC X(1).
       02 PD-Age PIC X(3).
       02 FILLER PIC X(1).
       02 PD-Sex PIC X(1).

       FD CrashDataFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       FD ControlCardFile.
       01 ControlCardRec PIC X(80).
       88 EndOfCardFile VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Person-Status PIC X(2).
       01 WS-Dat-Status PIC X(2).
       01 WS-Card-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Card-Keyword PIC X(20).
       01 WS-Card-Value PIC X(40).
       01 WS-Fiscal-Mode PIC X(1) VALUE "N".
           88 Fiscal-Year-Mode VALUE "Y" "y".
       01 WS-Today PIC 9(8).

       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Matched-Count PIC 9(7) VALUE ZERO.
       01 WS-Orphan-Count PIC 9(7) VALUE ZERO.
       01 WS-Bad-Sev-Count PIC 9(7) VALUE ZERO.
       01 WS-Overflow-Count PIC 9(7) VALUE ZERO.

      * The person being worked: severity column 1-5 for K A B C O,
      * age band row 1-6 with 7 unknown, sex row, type row, and the
      * year it counts under.
       01 WS-Sev-Col PIC 9(1).
       01 WS-Band-Row PIC 9(1).
       01 WS-Sex-Row PIC 9(1).
       01 WS-Type-Row PIC 9(1).
       01 WS-Age-Num PIC 9(3).
       01 WS-Type-Upper PIC X(12).
       01 WS-Acc-Year PIC 9(4).
       01 WS-Sev-Codes PIC X(5) VALUE "KABCO".

      * Every table counts in DISPLAY digits, so a group MOVE ZERO
      * clears it.
       01 WS-Age-Table.
           02 WS-Age-Entry OCCURS 7 TIMES.
               03 WS-AR-Sev PIC 9(7) OCCURS 5 TIMES.
       01 WS-Age-Labels.
           02 FILLER PIC X(12) VALUE "0-15".
           02 FILLER PIC X(12) VALUE "16-20".
           02 FILLER PIC X(12) VALUE "21-24".
           02 FILLER PIC X(12) VALUE "25-44".
           02 FILLER PIC X(12) VALUE "45-64".
           02 FILLER PIC X(12) VALUE "65 AND OVER".
           02 FILLER PIC X(12) VALUE "UNKNOWN".
       01 WS-Age-Label-Table REDEFINES WS-Age-Labels.
           02 WS-AL-Label PIC X(12) OCCURS 7 TIMES.

       01 WS-Sex-Table.
           02 WS-Sex-Entry OCCURS 3 TIMES.
               03 WS-SX-Sev PIC 9(7) OCCURS 5 TIMES.
       01 WS-Sex-Labels.
           02 FILLER PIC X(12) VALUE "MALE".
           02 FILLER PIC X(12) VALUE "FEMALE".
           02 FILLER PIC X(12) VALUE "UNKNOWN".
       01 WS-Sex-Label-Table REDEFINES WS-Sex-Labels.
           02 WS-SL-Label PIC X(12) OCCURS 3 TIMES.

       01 WS-Type-Table.
           02 WS-Type-Entry OCCURS 4 TIMES.
               03 WS-TP-Sev PIC 9(7) OCCURS 5 TIMES.
       01 WS-Type-Labels.
           02 FILLER PIC X(12) VALUE "DRIVER".
           02 FILLER PIC X(12) VALUE "PASSENGER".
           02 FILLER PIC X(12) VALUE "PEDESTRIAN".
           02 FILLER PIC X(12) VALUE "OTHER".
       01 WS-Type-Label-Table REDEFINES WS-Type-Labels.
           02 WS-TL-Label PIC X(12) OCCURS 4 TIMES.

       01 WS-Year-Table.
           02 WS-Year-Entry OCCURS 30 TIMES.
               03 WS-YR-Year PIC 9(4).
               03 WS-YR-Sev PIC 9(7) OCCURS 5 TIMES.
       01 WS-Years-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-Min-Year PIC 9(4) VALUE 9999.
       01 WS-Max-Year PIC 9(4) VALUE ZERO.
       01 WS-Walk-Year PIC 9(4).

       01 WS-Light-Table.
           02 WS-Light-Entry OCCURS 40 TIMES.
               03 WS-LT-Cond PIC X(26).
               03 WS-LT-Sev PIC 9(7) OCCURS 5 TIMES.
       01 WS-Lights-Used PIC 9(2) COMP VALUE ZERO.

      * Young-driver crashes by Zone. A crash with two young
      * drivers is one crash, so the CrashIDs already counted are
      * kept - a crash's persons can be anywhere in the file.
       01 WS-Zone-Table.
           02 WS-Zone-Entry OCCURS 100 TIMES.
               03 WS-ZN-Zone PIC X(4).
               03 WS-ZN-Crashes PIC 9(7).
               03 WS-ZN-Fatal PIC 9(7).
               03 WS-ZN-Injury PIC 9(7).
               03 WS-ZN-Drivers PIC 9(7).
       01 WS-Zones-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Zone-Sub PIC 9(3) COMP.
       01 WS-Young-Table.
           02 WS-YC-CrashID PIC 9(5) OCCURS 5000 TIMES.
       01 WS-Young-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Young-Crashes PIC 9(7) VALUE ZERO.

       01 WS-Row-Sub PIC 9(4) COMP.
       01 WS-Col-Sub PIC 9(1).

       01 WS-Print-Row.
           02 WS-PR-Label PIC X(26).
           02 WS-PR-Counts.
               03 WS-PR-Sev PIC 9(7) OCCURS 5 TIMES.
       01 WS-Total-Row.
           02 WS-TR-Sev PIC 9(7) OCCURS 5 TIMES.
       01 WS-Row-Total PIC 9(7).

       01 WS-Title-Line.
           02 FILLER PIC X(34) VALUE "CASUALTY DEMOGRAPHICS AS OF".
           02 WS-T-Date PIC 9999/99/99.
       01 WS-Sev-Heading.
           02 WS-SH-Label PIC X(26).
           02 FILLER PIC X(9) VALUE "        K".
           02 FILLER PIC X(9) VALUE "        A".
           02 FILLER PIC X(9) VALUE "        B".
           02 FILLER PIC X(9) VALUE "        C".
           02 FILLER PIC X(9) VALUE "        O".
           02 FILLER PIC X(9) VALUE "    TOTAL".
       01 WS-Sev-Line.
           02 WS-SV-Label PIC X(26).
           02 WS-SV-Col OCCURS 6 TIMES.
               03 FILLER PIC X(2).
               03 WS-SV-Count PIC ZZZ,ZZ9.
       01 WS-Zone-Heading.
           02 FILLER PIC X(8) VALUE "ZONE".
           02 FILLER PIC X(11) VALUE "    CRASHES".
           02 FILLER PIC X(11) VALUE "      FATAL".
           02 FILLER PIC X(11) VALUE "     INJURY".
           02 FILLER PIC X(15) VALUE "  YOUNG DRIVERS".
       01 WS-Zone-Line.
           02 WS-Z-Zone PIC X(4).
           02 FILLER PIC X(8) VALUE SPACE.
           02 WS-Z-Crashes PIC ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-Z-Fatal PIC ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-Z-Injury PIC ZZZ,ZZ9.
           02 FILLER PIC X(8) VALUE SPACE.
           02 WS-Z-Drivers PIC ZZZ,ZZ9.
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           02 WS-CL-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           PERFORM Read-Control-Cards THRU Read-Control-Cards-Exit
           MOVE ZERO TO WS-Age-Table
           MOVE ZERO TO WS-Sex-Table
           MOVE ZERO TO WS-Type-Table
           OPEN INPUT PersonDataFile
           IF WS-Person-Status NOT = "00"
               DISPLAY "Casualty-Demographics: unable to open "
                   "PERSON-DATA.DAT, status " WS-Person-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CrashDataFile
           IF WS-Dat-Status NOT = "00"
               DISPLAY "Casualty-Demographics: unable to open "
                   "Crash-Data.dat, status " WS-Dat-Status
               CLOSE PersonDataFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EndOfPersonFile
               READ PersonDataFile
                   AT END SET EndOfPersonFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Count-One-Person
                           THRU Count-One-Person-Exit
               END-READ
           END-PERFORM
           CLOSE PersonDataFile
           CLOSE CrashDataFile
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Casualty-Demographics: unable to open "
                   "CASUALTY-DEMOGRAPHICS.RPT, status "
                   WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-Report
           CLOSE ReportFile
           DISPLAY "Casualty-Demographics: " WS-Read-Count
               " person(s) read, " WS-Matched-Count " matched to the "
               "master, " WS-Orphan-Count " not on the master"
           IF WS-Overflow-Count > ZERO
               DISPLAY "Casualty-Demographics: *** WARNING *** "
                   WS-Overflow-Count " person(s) past the end of a "
                   "year, LightCond or Zone table - not in that table"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Reads this stage's FISCAL-YEAR= option from
      * CONTROL-CARDS.DAT; cards meant for the other stages are
      * left alone, and no card file means calendar years as ever.
       Read-Control-Cards.
           OPEN INPUT ControlCardFile
           IF WS-Card-Status NOT = "00"
               GO TO Read-Control-Cards-Exit
           END-IF
           PERFORM UNTIL EndOfCardFile
               READ ControlCardFile
                   AT END SET EndOfCardFile TO TRUE
                   NOT AT END
                       MOVE SPACE TO WS-Card-Keyword
                       MOVE SPACE TO WS-Card-Value
                       UNSTRING ControlCardRec DELIMITED BY "="
                           INTO WS-Card-Keyword WS-Card-Value
                       IF WS-Card-Keyword = "FISCAL-YEAR"
                           MOVE WS-Card-Value(1:1)
                               TO WS-Fiscal-Mode
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ControlCardFile
           IF Fiscal-Year-Mode
               DISPLAY "Casualty-Demographics: fiscal-year mode "
                   "(Jul-Jun)"
           END-IF.
       Read-Control-Cards-Exit.
           EXIT.

      * One person: find the crash, place the person in each table.
       Count-One-Person.
           MOVE ZERO TO WS-Sev-Col
           PERFORM VARYING WS-Col-Sub FROM 1 BY 1 UNTIL WS-Col-Sub > 5
               IF PD-Severity = WS-Sev-Codes(WS-Col-Sub:1)
                   MOVE WS-Col-Sub TO WS-Sev-Col
               END-IF
           END-PERFORM
           IF WS-Sev-Col = ZERO
               ADD 1 TO WS-Bad-Sev-Count
               GO TO Count-One-Person-Exit
           END-IF
           MOVE PD-CrashID TO CrashID
           READ CrashDataFile
               INVALID KEY
                   ADD 1 TO WS-Orphan-Count
                   GO TO Count-One-Person-Exit
           END-READ
           ADD 1 TO WS-Matched-Count
           PERFORM Derive-Age-Band THRU Derive-Age-Band-Exit
           ADD 1 TO WS-AR-Sev(WS-Band-Row, WS-Sev-Col)
           EVALUATE PD-Sex
               WHEN "M"
               WHEN "m"
                   MOVE 1 TO WS-Sex-Row
               WHEN "F"
               WHEN "f"
                   MOVE 2 TO WS-Sex-Row
               WHEN OTHER
                   MOVE 3 TO WS-Sex-Row
           END-EVALUATE
           ADD 1 TO WS-SX-Sev(WS-Sex-Row, WS-Sev-Col)
           MOVE FUNCTION UPPER-CASE(PD-Type) TO WS-Type-Upper
           EVALUATE TRUE
               WHEN WS-Type-Upper = "DRIVER"
                   MOVE 1 TO WS-Type-Row
               WHEN WS-Type-Upper = "PASSENGER"
                   MOVE 2 TO WS-Type-Row
               WHEN WS-Type-Upper = "PEDESTRIAN"
                   MOVE 3 TO WS-Type-Row
               WHEN OTHER
                   MOVE 4 TO WS-Type-Row
           END-EVALUATE
           ADD 1 TO WS-TP-Sev(WS-Type-Row, WS-Sev-Col)
           PERFORM Count-Year THRU Count-Year-Exit
           IF WS-Type-Row = 3
               PERFORM Count-Light-Cond THRU Count-Light-Cond-Exit
           END-IF
           IF WS-Type-Row = 1 AND WS-Band-Row = 2
               PERFORM Count-Young-Driver THRU Count-Young-Driver-Exit
           END-IF.
       Count-One-Person-Exit.
           EXIT.

      * Age as Person-Loader keeps it - the CSV field, left-
      * justified in three bytes. Anything that is not a whole
      * number from 0 to 120 is unknown.
       Derive-Age-Band.
           MOVE 7 TO WS-Band-Row
           EVALUATE TRUE
               WHEN PD-Age(1:3) IS NUMERIC
                   MOVE PD-Age(1:3) TO WS-Age-Num
               WHEN PD-Age(1:2) IS NUMERIC AND PD-Age(3:1) = SPACE
                   MOVE PD-Age(1:2) TO WS-Age-Num
               WHEN PD-Age(1:1) IS NUMERIC AND PD-Age(2:2) = SPACE
                   MOVE PD-Age(1:1) TO WS-Age-Num
               WHEN OTHER
                   GO TO Derive-Age-Band-Exit
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-Age-Num <= 15
                   MOVE 1 TO WS-Band-Row
               WHEN WS-Age-Num <= 20
                   MOVE 2 TO WS-Band-Row
               WHEN WS-Age-Num <= 24
                   MOVE 3 TO WS-Band-Row
               WHEN WS-Age-Num <= 44
                   MOVE 4 TO WS-Band-Row
               WHEN WS-Age-Num <= 64
                   MOVE 5 TO WS-Band-Row
               WHEN WS-Age-Num <= 120
                   MOVE 6 TO WS-Band-Row
           END-EVALUATE.
       Derive-Age-Band-Exit.
           EXIT.

      * Fiscal mode counts July-December under the NEXT year's
      * number, as Year-Compare does.
       Count-Year.
           IF Fiscal-Year-Mode AND TMonth >= 7
               COMPUTE WS-Acc-Year = TYear + 1
           ELSE
               MOVE TYear TO WS-Acc-Year
           END-IF
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Years-Used
                   OR WS-YR-Year(WS-Row-Sub) = WS-Acc-Year
               CONTINUE
           END-PERFORM
           IF WS-Row-Sub > WS-Years-Used
               IF WS-Years-Used >= 30
                   ADD 1 TO WS-Overflow-Count
                   GO TO Count-Year-Exit
               END-IF
               ADD 1 TO WS-Years-Used
               MOVE WS-Years-Used TO WS-Row-Sub
               MOVE ZERO TO WS-Year-Entry(WS-Row-Sub)
               MOVE WS-Acc-Year TO WS-YR-Year(WS-Row-Sub)
               IF WS-Acc-Year < WS-Min-Year
                   MOVE WS-Acc-Year TO WS-Min-Year
               END-IF
               IF WS-Acc-Year > WS-Max-Year
                   MOVE WS-Acc-Year TO WS-Max-Year
               END-IF
           END-IF
           ADD 1 TO WS-YR-Sev(WS-Row-Sub, WS-Sev-Col).
       Count-Year-Exit.
           EXIT.

       Count-Light-Cond.
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Lights-Used
                   OR WS-LT-Cond(WS-Row-Sub) = LightCond
               CONTINUE
           END-PERFORM
           IF WS-Row-Sub > WS-Lights-Used
               IF WS-Lights-Used >= 40
                   ADD 1 TO WS-Overflow-Count
                   GO TO Count-Light-Cond-Exit
               END-IF
               ADD 1 TO WS-Lights-Used
               MOVE WS-Lights-Used TO WS-Row-Sub
               MOVE ZERO TO WS-Light-Entry(WS-Row-Sub)
               MOVE LightCond TO WS-LT-Cond(WS-Row-Sub)
           END-IF
           ADD 1 TO WS-LT-Sev(WS-Row-Sub, WS-Sev-Col).
       Count-Light-Cond-Exit.
           EXIT.

      * Every young driver counts against the zone; the crash and
      * its fatal/injury flags count once.
       Count-Young-Driver.
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Zones-Used
                   OR WS-ZN-Zone(WS-Row-Sub) = Zone
               CONTINUE
           END-PERFORM
           IF WS-Row-Sub > WS-Zones-Used
               IF WS-Zones-Used >= 100
                   ADD 1 TO WS-Overflow-Count
                   GO TO Count-Young-Driver-Exit
               END-IF
               ADD 1 TO WS-Zones-Used
               MOVE WS-Zones-Used TO WS-Row-Sub
               MOVE ZERO TO WS-Zone-Entry(WS-Row-Sub)
               MOVE Zone TO WS-ZN-Zone(WS-Row-Sub)
           END-IF
           ADD 1 TO WS-ZN-Drivers(WS-Row-Sub)
           MOVE WS-Row-Sub TO WS-Zone-Sub
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Young-Used
                   OR WS-YC-CrashID(WS-Row-Sub) = CrashID
               CONTINUE
           END-PERFORM
           IF WS-Row-Sub NOT > WS-Young-Used
               GO TO Count-Young-Driver-Exit
           END-IF
           IF WS-Young-Used >= 5000
               ADD 1 TO WS-Overflow-Count
               GO TO Count-Young-Driver-Exit
           END-IF
           ADD 1 TO WS-Young-Used
           MOVE CrashID TO WS-YC-CrashID(WS-Young-Used)
           ADD 1 TO WS-Young-Crashes
           ADD 1 TO WS-ZN-Crashes(WS-Zone-Sub)
           IF FatalityBool = 1
               ADD 1 TO WS-ZN-Fatal(WS-Zone-Sub)
           END-IF
           IF InjuryBool = 1
               ADD 1 TO WS-ZN-Injury(WS-Zone-Sub)
           END-IF.
       Count-Young-Driver-Exit.
           EXIT.

      * The tables in order, each with a TOTAL line, then the young-
      * driver zones and the reconciling counts.
       Write-Report.
           MOVE WS-Today TO WS-T-Date
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           IF Fiscal-Year-Mode
               MOVE "FISCAL YEAR MODE (JUL-JUN)" TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "PERSONS BY SEVERITY AND AGE BAND" TO ReportLine
           WRITE ReportLine
           MOVE "AGE" TO WS-SH-Label
           PERFORM Start-Sev-Table
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1 UNTIL WS-Row-Sub > 7
               MOVE WS-AL-Label(WS-Row-Sub) TO WS-PR-Label
               MOVE WS-Age-Entry(WS-Row-Sub) TO WS-PR-Counts
               PERFORM Print-Sev-Row
           END-PERFORM
           PERFORM Print-Sev-Total
           MOVE "PERSONS BY SEVERITY AND SEX" TO ReportLine
           WRITE ReportLine
           MOVE "SEX" TO WS-SH-Label
           PERFORM Start-Sev-Table
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1 UNTIL WS-Row-Sub > 3
               MOVE WS-SL-Label(WS-Row-Sub) TO WS-PR-Label
               MOVE WS-Sex-Entry(WS-Row-Sub) TO WS-PR-Counts
               PERFORM Print-Sev-Row
           END-PERFORM
           PERFORM Print-Sev-Total
           MOVE "PERSONS BY SEVERITY AND PERSON TYPE" TO ReportLine
           WRITE ReportLine
           MOVE "PERSON TYPE" TO WS-SH-Label
           PERFORM Start-Sev-Table
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1 UNTIL WS-Row-Sub > 4
               MOVE WS-TL-Label(WS-Row-Sub) TO WS-PR-Label
               MOVE WS-Type-Entry(WS-Row-Sub) TO WS-PR-Counts
               PERFORM Print-Sev-Row
           END-PERFORM
           PERFORM Print-Sev-Total
           PERFORM Write-Year-Table
           MOVE "PEDESTRIANS BY SEVERITY AND LIGHT CONDITION"
               TO ReportLine
           WRITE ReportLine
           MOVE "LIGHTCOND" TO WS-SH-Label
           PERFORM Start-Sev-Table
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Lights-Used
               MOVE WS-LT-Cond(WS-Row-Sub) TO WS-PR-Label
               IF WS-PR-Label = SPACE
                   MOVE "(NOT RECORDED)" TO WS-PR-Label
               END-IF
               PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                       UNTIL WS-Col-Sub > 5
                   MOVE WS-LT-Sev(WS-Row-Sub, WS-Col-Sub)
                       TO WS-PR-Sev(WS-Col-Sub)
               END-PERFORM
               PERFORM Print-Sev-Row
           END-PERFORM
           PERFORM Print-Sev-Total
           PERFORM Write-Zone-Table
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "Persons read from PERSON-DATA.DAT" TO WS-CL-Label
           MOVE WS-Read-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Persons matched to the crash master" TO WS-CL-Label
           MOVE WS-Matched-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Persons whose crash is not on the master"
               TO WS-CL-Label
           MOVE WS-Orphan-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Persons with no KABCO severity" TO WS-CL-Label
           MOVE WS-Bad-Sev-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine.

      * The year table in year order - calendar or fiscal.
       Write-Year-Table.
           IF Fiscal-Year-Mode
               MOVE "PERSONS BY SEVERITY AND FISCAL YEAR" TO ReportLine
               MOVE "FISCAL YEAR" TO WS-SH-Label
           ELSE
               MOVE "PERSONS BY SEVERITY AND YEAR" TO ReportLine
               MOVE "YEAR" TO WS-SH-Label
           END-IF
           WRITE ReportLine
           PERFORM Start-Sev-Table
           IF WS-Years-Used > ZERO
               PERFORM VARYING WS-Walk-Year FROM WS-Min-Year BY 1
                       UNTIL WS-Walk-Year > WS-Max-Year
                   PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                           UNTIL WS-Row-Sub > WS-Years-Used
                           OR WS-YR-Year(WS-Row-Sub) = WS-Walk-Year
                       CONTINUE
                   END-PERFORM
                   IF WS-Row-Sub NOT > WS-Years-Used
                       MOVE SPACE TO WS-PR-Label
                       MOVE WS-Walk-Year TO WS-PR-Label(1:4)
                       PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                               UNTIL WS-Col-Sub > 5
                           MOVE WS-YR-Sev(WS-Row-Sub, WS-Col-Sub)
                               TO WS-PR-Sev(WS-Col-Sub)
                       END-PERFORM
                       PERFORM Print-Sev-Row
                   END-IF
               END-PERFORM
           END-IF
           PERFORM Print-Sev-Total.

       Write-Zone-Table.
           MOVE "CRASHES WITH A YOUNG DRIVER (16-20) BY ZONE"
               TO ReportLine
           WRITE ReportLine
           MOVE WS-Zone-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Row-Sub FROM 1 BY 1
                   UNTIL WS-Row-Sub > WS-Zones-Used
               MOVE WS-ZN-Zone(WS-Row-Sub) TO WS-Z-Zone
               IF WS-Z-Zone = SPACE
                   MOVE "NONE" TO WS-Z-Zone
               END-IF
               MOVE WS-ZN-Crashes(WS-Row-Sub) TO WS-Z-Crashes
               MOVE WS-ZN-Fatal(WS-Row-Sub) TO WS-Z-Fatal
               MOVE WS-ZN-Injury(WS-Row-Sub) TO WS-Z-Injury
               MOVE WS-ZN-Drivers(WS-Row-Sub) TO WS-Z-Drivers
               MOVE WS-Zone-Line TO ReportLine
               WRITE ReportLine
           END-PERFORM
           MOVE "Crashes with a young driver" TO WS-CL-Label
           MOVE WS-Young-Crashes TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine.

       Start-Sev-Table.
           MOVE WS-Sev-Heading TO ReportLine
           WRITE ReportLine
           MOVE ZERO TO WS-Total-Row.

      * One table row from WS-Print-Row, added into the table's
      * total.
       Print-Sev-Row.
           MOVE SPACE TO WS-Sev-Line
           MOVE WS-PR-Label TO WS-SV-Label
           MOVE ZERO TO WS-Row-Total
           PERFORM VARYING WS-Col-Sub FROM 1 BY 1 UNTIL WS-Col-Sub > 5
               MOVE WS-PR-Sev(WS-Col-Sub) TO WS-SV-Count(WS-Col-Sub)
               ADD WS-PR-Sev(WS-Col-Sub) TO WS-Row-Total
               ADD WS-PR-Sev(WS-Col-Sub) TO WS-TR-Sev(WS-Col-Sub)
           END-PERFORM
           MOVE WS-Row-Total TO WS-SV-Count(6)
           MOVE WS-Sev-Line TO ReportLine
           WRITE ReportLine.

       Print-Sev-Total.
           MOVE "TOTAL" TO WS-PR-Label
           MOVE WS-Total-Row TO WS-PR-Counts
           MOVE SPACE TO WS-Sev-Line
           MOVE WS-PR-Label TO WS-SV-Label
           MOVE ZERO TO WS-Row-Total
           PERFORM VARYING WS-Col-Sub FROM 1 BY 1 UNTIL WS-Col-Sub > 5
               MOVE WS-PR-Sev(WS-Col-Sub) TO WS-SV-Count(WS-Col-Sub)
               ADD WS-PR-Sev(WS-Col-Sub) TO WS-Row-Total
           END-PERFORM
           MOVE WS-Row-Total TO WS-SV-Count(6)
           MOVE WS-Sev-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine.
