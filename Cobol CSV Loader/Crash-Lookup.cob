      * clearly marked as archived data - one docket's worth of
      * history no longer costs a full restore, print and
      * re-archive of the live master.
      * The single-crash lookup also shows the crash's
      * investigation case from CRASH-CASE.DAT (kept by Case-Maint)
      * - its status, investigator and due date - or that it has
      * none.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Crash-Lookup.
       ENVIRONMENT DIVISION.
       SELECT ArchiveFile ASSIGN TO DYNAMIC WS-Archive-Name
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Arch-Status.
       SELECT CaseFile ASSIGN TO "CRASH-CASE.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Case-Status.

       DATA DIVISION.
       FILE SECTION.
       01 ArchiveRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ==Arch==.

       FD CaseFile.
       01 CaseRec.
       88 EndOfCaseFile VALUE HIGH-VALUES.
           COPY "Crash-Case.cpy" REPLACING ==:PFX:== BY ==CS-==.

       WORKING-STORAGE SECTION.
       01 WS-Dat-Status PIC X(2).
       01 WS-Lookup-Arg PIC X(9).
       01 WS-Data-EOF PIC X(1) VALUE "N".
           88 EndOfBrowse VALUE "Y".
       01 WS-Found-Count PIC 9(5) VALUE ZERO.
       01 WS-Case-Status PIC X(2).
       01 WS-Case-Found PIC X(1) VALUE "N".
           88 Case-Found VALUE "Y".
       01 WS-Case-Today PIC 9(8).
       01 WS-Case-Due PIC 9(8).
       01 WS-Case-Due-Parts REDEFINES WS-Case-Due.
           02 WS-CD-Year PIC 9(4).
           02 WS-CD-Month PIC 9(2).
           02 WS-CD-DOM PIC 9(2).
       01 WS-Case-Due-Show.
           02 WS-CDS-Year PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-CDS-Month PIC 9(2).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-CDS-DOM PIC 9(2).
       01 WS-Summary-Line.
           02 WS-S-CrashID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
               DISPLAY "Injury        : " Injury
               DISPLAY "Crash Date    : " CDate
               DISPLAY "Crash Time    : " CTime
               PERFORM Show-Case-Status THRU Show-Case-Status-Exit
               IF Found-In-Archive
                   DISPLAY "*** ARCHIVED DATA - the live master "
                       "does not hold this crash ***"
       Lookup-By-ID-Exit.
           EXIT.

      * The crash's case line from CRASH-CASE.DAT. No case file at
      * all is no case; one that cannot be read says so rather
      * than claim the crash has none.
       Show-Case-Status.
           OPEN INPUT CaseFile
           IF WS-Case-Status = "35"
               DISPLAY "Case Status   : no investigation case"
               GO TO Show-Case-Status-Exit
           END-IF
           IF WS-Case-Status NOT = "00"
               DISPLAY "Case Status   : unknown - CRASH-CASE.DAT "
                   "unreadable, status " WS-Case-Status
               GO TO Show-Case-Status-Exit
           END-IF
           PERFORM UNTIL EndOfCaseFile OR Case-Found
               READ CaseFile
                   AT END SET EndOfCaseFile TO TRUE
                   NOT AT END
                       IF CS-Case-Line AND
                               CS-CrashID = WS-Lookup-ID
                           SET Case-Found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT Case-Found
               CLOSE CaseFile
               DISPLAY "Case Status   : no investigation case"
               GO TO Show-Case-Status-Exit
           END-IF
      * The case line is shown from the record area, so the file
      * stays open until it has been.
           DISPLAY "Case Status   : " CS-Status
           IF CS-Investigator = SPACE
               DISPLAY "Investigator  : (unassigned)"
           ELSE
               DISPLAY "Investigator  : " CS-Investigator
           END-IF
           MOVE CS-Due TO WS-Case-Due
           MOVE WS-CD-Year TO WS-CDS-Year
           MOVE WS-CD-Month TO WS-CDS-Month
           MOVE WS-CD-DOM TO WS-CDS-DOM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Case-Today
           IF WS-Case-Due < WS-Case-Today AND NOT CS-Status-Closed
               DISPLAY "Case Due      : " WS-Case-Due-Show
                   " - OVERDUE"
           ELSE
               DISPLAY "Case Due      : " WS-Case-Due-Show
           END-IF
           CLOSE CaseFile.
       Show-Case-Status-Exit.
           EXIT.

      * Scans the year archive files newest first for the keyed
      * CrashID. Years with no archive file simply do not open
      * (status 35) and are skipped; the floor of the scan is sixty
