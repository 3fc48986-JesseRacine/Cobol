      * The weekly aging report for the investigation case file.
      * Reads CRASH-CASE.DAT and lists every case not yet CLOSED -
      * OPEN, UNDER REVIEW or on LEGAL HOLD - whose follow-up due
      * date has passed, grouped by the investigator who has it and
      * oldest due date first, with the days past due, a count for
      * each investigator and a total, in CASE-AGING.RPT. A case with
      * nobody assigned prints under (UNASSIGNED). A case not closed
      * whose due date is not a real date is not aged; it is listed
      * first under its investigator as BAD DUE DATE so it can be put
      * right in Case-Maint. No CRASH-CASE.DAT means no cases and an
      * empty report.
      * Return code 4 when any case is past due or has a bad due
      * date, 16 when the case file cannot be read or the report
      * cannot be written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Case-Aging.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CaseFile ASSIGN TO "CRASH-CASE.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Case-Status.
       SELECT PastDueFile ASSIGN TO "case-pastdue.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PastDue-Status.
       SELECT WorkFile ASSIGN TO "case-work.tmp".
       SELECT SortedFile ASSIGN TO "case-sorted.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Sorted-Status.
       SELECT ReportFile ASSIGN TO "CASE-AGING.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CaseFile.
       01 CaseRec.
       88 EndOfCaseFile VALUE HIGH-VALUES.
           COPY "Crash-Case.cpy" REPLACING ==:PFX:== BY ==CS-==.

      * One line per past-due case: who has it, when it was due, the
      * crash, its status and the date it was opened.
       FD PastDueFile.
       01 PastDueRec.
       02 PD-Investigator PIC X(20).
       02 FILLER PIC X(1).
       02 PD-Due PIC 9(8).
       02 FILLER PIC X(1).
       02 PD-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 PD-Status PIC X(12).
       02 FILLER PIC X(1).
       02 PD-Opened PIC 9(8).

       SD WorkFile.
       01 WorkRec.
       02 SW-Investigator PIC X(20).
       02 FILLER PIC X(1).
       02 SW-Due PIC 9(8).
       02 FILLER PIC X(1).
       02 SW-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 SW-Status PIC X(12).
       02 FILLER PIC X(1).
       02 SW-Opened PIC 9(8).

       FD SortedFile.
       01 SortedRec.
       88 EndOfSortedFile VALUE HIGH-VALUES.
       02 SR-Investigator PIC X(20).
       02 FILLER PIC X(1).
       02 SR-Due PIC 9(8).
       02 FILLER PIC X(1).
       02 SR-CrashID PIC 9(5).
       02 FILLER PIC X(1).
       02 SR-Status PIC X(12).
       02 FILLER PIC X(1).
       02 SR-Opened PIC 9(8).

       FD ReportFile.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Case-Status PIC X(2).
       01 WS-PastDue-Status PIC X(2).
       01 WS-Sorted-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Today PIC 9(8).
       01 WS-Today-Days PIC 9(7).
       01 WS-Age-Days PIC 9(5).
       01 WS-Cases-Read PIC 9(7) VALUE ZERO.
       01 WS-Not-Closed PIC 9(7) VALUE ZERO.
       01 WS-Past-Due PIC 9(7) VALUE ZERO.
       01 WS-Bad-Due PIC 9(7) VALUE ZERO.
       01 WS-Group-Count PIC 9(7) VALUE ZERO.
       01 WS-Group-Name PIC X(20).
       01 WS-Case-Read-State PIC X(1) VALUE "N".
           88 Case-File-Unreadable VALUE "Y".

       01 WS-Title-Line.
           02 FILLER PIC X(40)
               VALUE "OPEN INVESTIGATION CASES PAST DUE AS OF".
           02 WS-T-Date PIC 9999/99/99.
       01 WS-Group-Line.
           02 FILLER PIC X(14) VALUE "INVESTIGATOR: ".
           02 WS-G-Name PIC X(20).
       01 WS-Case-Heading.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(9) VALUE "CRASHID".
           02 FILLER PIC X(14) VALUE "STATUS".
           02 FILLER PIC X(13) VALUE "OPENED".
           02 FILLER PIC X(13) VALUE "DUE".
           02 FILLER PIC X(9) VALUE "DAYS PAST".
       01 WS-Case-Line.
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-C-CrashID PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 WS-C-Status PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-C-Opened PIC 9999/99/99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-C-Due PIC 9999/99/99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 WS-C-Days PIC ZZ,ZZ9.
       01 WS-Bad-Due-View REDEFINES WS-Case-Line.
           02 FILLER PIC X(40).
           02 WS-C-Bad-Due PIC X(19).
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           02 WS-CL-Count PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Days = FUNCTION INTEGER-OF-DATE(WS-Today)
           PERFORM Select-Past-Due THRU Select-Past-Due-Exit
           IF Case-File-Unreadable
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SORT WorkFile ON ASCENDING KEY SW-Investigator SW-Due
               SW-CrashID
               USING PastDueFile GIVING SortedFile
           PERFORM Write-Aging-Report THRU Write-Aging-Report-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           DISPLAY "Case-Aging: " WS-Cases-Read " case(s) read, "
               WS-Not-Closed " not closed, " WS-Past-Due " past due"
           IF WS-Bad-Due > ZERO
               DISPLAY "Case-Aging: *** WARNING *** " WS-Bad-Due
                   " investigation case(s) with a bad due date"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Past-Due > ZERO
               DISPLAY "Case-Aging: *** WARNING *** " WS-Past-Due
                   " investigation case(s) past due"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Every case line not CLOSED whose due date is before today
      * goes to the past-due work file; notes are passed over. One
      * whose due date is not a valid YYYYMMDD goes there too, with
      * a zero due date standing for BAD DUE DATE.
       Select-Past-Due.
           OPEN OUTPUT PastDueFile
           IF WS-PastDue-Status NOT = "00"
               DISPLAY "Case-Aging: unable to open case-pastdue.tmp, "
                   "status " WS-PastDue-Status
               MOVE "Y" TO WS-Case-Read-State
               GO TO Select-Past-Due-Exit
           END-IF
           OPEN INPUT CaseFile
           IF WS-Case-Status = "35"
               CLOSE PastDueFile
               GO TO Select-Past-Due-Exit
           END-IF
           IF WS-Case-Status NOT = "00"
               DISPLAY "Case-Aging: unable to open CRASH-CASE.DAT, "
                   "status " WS-Case-Status
               MOVE "Y" TO WS-Case-Read-State
               CLOSE PastDueFile
               GO TO Select-Past-Due-Exit
           END-IF
           READ CaseFile
               AT END SET EndOfCaseFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfCaseFile
               IF CS-Case-Line
                   ADD 1 TO WS-Cases-Read
                   IF NOT CS-Status-Closed
                       ADD 1 TO WS-Not-Closed
                       PERFORM Select-Case-Due
                           THRU Select-Case-Due-Exit
                   END-IF
               END-IF
               READ CaseFile
                   AT END SET EndOfCaseFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CaseFile
           CLOSE PastDueFile.
       Select-Past-Due-Exit.
           EXIT.

      * One case not closed: past due, bad due date, or neither.
       Select-Case-Due.
           IF CS-Due IS NOT NUMERIC
               GO TO Select-Case-Bad-Due
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CS-Due) NOT = 0
               GO TO Select-Case-Bad-Due
           END-IF
           IF CS-Due NOT < WS-Today
               GO TO Select-Case-Due-Exit
           END-IF
           MOVE SPACE TO PastDueRec
           MOVE CS-Investigator TO PD-Investigator
           MOVE CS-Due TO PD-Due
           MOVE CS-CrashID TO PD-CrashID
           MOVE CS-Status TO PD-Status
           MOVE CS-Opened TO PD-Opened
           WRITE PastDueRec
           ADD 1 TO WS-Past-Due
           GO TO Select-Case-Due-Exit.
       Select-Case-Bad-Due.
           DISPLAY "Case-Aging: crash " CS-CrashID
               " has a bad due date - " CS-Body(35:8)
           MOVE SPACE TO PastDueRec
           MOVE CS-Investigator TO PD-Investigator
           MOVE ZERO TO PD-Due
           MOVE CS-CrashID TO PD-CrashID
           MOVE CS-Status TO PD-Status
           MOVE CS-Opened TO PD-Opened
           WRITE PastDueRec
           ADD 1 TO WS-Bad-Due.
       Select-Case-Due-Exit.
           EXIT.

       Write-Aging-Report.
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Case-Aging: unable to open CASE-AGING.RPT, "
                   "status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GO TO Write-Aging-Report-Exit
           END-IF
           MOVE WS-Today TO WS-T-Date
           MOVE WS-Title-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           OPEN INPUT SortedFile
           IF WS-Sorted-Status NOT = "00"
               DISPLAY "Case-Aging: unable to open sorted cases, "
                   "status " WS-Sorted-Status
               MOVE 16 TO RETURN-CODE
               CLOSE ReportFile
               GO TO Write-Aging-Report-Exit
           END-IF
           MOVE HIGH-VALUES TO WS-Group-Name
           READ SortedFile
               AT END SET EndOfSortedFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSortedFile
               IF SR-Investigator NOT = WS-Group-Name
                   PERFORM Write-Group-Total THRU Write-Group-Total-Exit
                   MOVE SR-Investigator TO WS-Group-Name
                   MOVE SR-Investigator TO WS-G-Name
                   IF SR-Investigator = SPACE
                       MOVE "(UNASSIGNED)" TO WS-G-Name
                   END-IF
                   MOVE WS-Group-Line TO ReportLine
                   WRITE ReportLine
                   MOVE WS-Case-Heading TO ReportLine
                   WRITE ReportLine
               END-IF
               MOVE SR-CrashID TO WS-C-CrashID
               MOVE SR-Status TO WS-C-Status
               MOVE SR-Opened TO WS-C-Opened
               IF SR-Due = ZERO
                   MOVE "BAD DUE DATE" TO WS-C-Bad-Due
               ELSE
                   MOVE SPACE TO WS-C-Bad-Due
                   MOVE SR-Due TO WS-C-Due
                   COMPUTE WS-Age-Days = WS-Today-Days
                       - FUNCTION INTEGER-OF-DATE(SR-Due)
                   MOVE WS-Age-Days TO WS-C-Days
               END-IF
               MOVE WS-Case-Line TO ReportLine
               WRITE ReportLine
               ADD 1 TO WS-Group-Count
               READ SortedFile
                   AT END SET EndOfSortedFile TO TRUE
               END-READ
           END-PERFORM
           PERFORM Write-Group-Total THRU Write-Group-Total-Exit
           CLOSE SortedFile
           IF WS-Past-Due = ZERO AND WS-Bad-Due = ZERO
               MOVE "No open investigation case is past due."
                   TO ReportLine
               WRITE ReportLine
               MOVE SPACE TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE "Cases on file" TO WS-CL-Label
           MOVE WS-Cases-Read TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Cases not closed" TO WS-CL-Label
           MOVE WS-Not-Closed TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Cases past due" TO WS-CL-Label
           MOVE WS-Past-Due TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "Cases with a bad due date" TO WS-CL-Label
           MOVE WS-Bad-Due TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           CLOSE ReportFile.
       Write-Aging-Report-Exit.
           EXIT.

      * Closes off the investigator just printed, if any.
       Write-Group-Total.
           IF WS-Group-Count = ZERO
               GO TO Write-Group-Total-Exit
           END-IF
           MOVE "    Listed for this investigator" TO WS-CL-Label
           MOVE WS-Group-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE ZERO TO WS-Group-Count.
       Write-Group-Total-Exit.
           EXIT.
