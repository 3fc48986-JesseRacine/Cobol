      * prints as a normal docket page stamped ARCHIVED DATA with
      * its source file - a records request for an archived year no
      * longer costs a restore and re-archive of the live master.
      * On the FULL profile only, a crash with an investigation case
      * in CRASH-CASE.DAT (kept by Case-Maint) gets an INVESTIGATION
      * CASE block: the status, investigator, due date and every
      * dated note. Case notes are internal work product and never
      * print on a PUBLIC copy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Crash-Docket.
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
       01 WS-Req-Status PIC X(2).
               VALUE "*** ARCHIVED DATA - SOURCE FILE: ".
           02 WS-AS-Name PIC X(22).
           02 FILLER PIC X(4) VALUE " ***".
       01 WS-Case-Status PIC X(2).
       01 WS-Case-Found PIC X(1).
           88 Case-Found VALUE "Y".
       01 WS-Case-Date PIC 9(8).
       01 WS-Case-Date-Parts REDEFINES WS-Case-Date.
           02 WS-CD-Year PIC 9(4).
           02 WS-CD-Month PIC 9(2).
           02 WS-CD-DOM PIC 9(2).
       01 WS-Case-Date-Show.
           02 WS-CDS-Year PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-CDS-Month PIC 9(2).
           02 FILLER PIC X(1) VALUE "-".
           02 WS-CDS-DOM PIC 9(2).
       01 WS-Profile PIC X(6) VALUE "FULL".
           88 Public-Profile VALUE "PUBLIC".
       01 WS-Redacted-Text PIC X(10) VALUE "(REDACTED)".
               MOVE Long2 TO WS-Value
           END-IF
           PERFORM Write-Detail
           IF NOT Public-Profile
               PERFORM Print-Case-Block THRU Print-Case-Block-Exit
           END-IF
           MOVE SPACE TO ReportLine
           WRITE ReportLine.
       Print-Docket-Page-Exit.
           EXIT.

      * The crash's case line and the notes filed after it. A
      * crash with no case gets no block; a case file that cannot
      * be read gets a block saying so, so the FULL docket never
      * passes for one with no case behind it.
       Print-Case-Block.
           MOVE "N" TO WS-Case-Found
           OPEN INPUT CaseFile
           IF WS-Case-Status = "35"
               GO TO Print-Case-Block-Exit
           END-IF
           MOVE "-- INVESTIGATION CASE --" TO WS-Block-Header
           IF WS-Case-Status NOT = "00"
               PERFORM Write-Block-Header
               MOVE "Case Status" TO WS-Label
               MOVE SPACE TO WS-Value
               STRING "UNKNOWN - CRASH-CASE.DAT UNREADABLE, STATUS "
                   WS-Case-Status DELIMITED BY SIZE INTO WS-Value
               PERFORM Write-Detail
               GO TO Print-Case-Block-Exit
           END-IF
      * The end-of-file condition lives in the record buffer and
      * survives the CLOSE of the page before.
           MOVE SPACE TO CaseRec
           PERFORM UNTIL EndOfCaseFile OR Case-Found
               READ CaseFile
                   AT END SET EndOfCaseFile TO TRUE
                   NOT AT END
                       IF CS-Case-Line AND CS-CrashID = CrashID
                           SET Case-Found TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT Case-Found
               CLOSE CaseFile
               GO TO Print-Case-Block-Exit
           END-IF
           PERFORM Write-Block-Header
           MOVE "Case Status" TO WS-Label
           MOVE CS-Status TO WS-Value
           PERFORM Write-Detail
           MOVE "Investigator" TO WS-Label
           IF CS-Investigator = SPACE
               MOVE "(UNASSIGNED)" TO WS-Value
           ELSE
               MOVE CS-Investigator TO WS-Value
           END-IF
           PERFORM Write-Detail
           MOVE "Due Date" TO WS-Label
           MOVE CS-Due TO WS-Case-Date
           PERFORM Format-Case-Date
           MOVE WS-Case-Date-Show TO WS-Value
           PERFORM Write-Detail
           MOVE "Opened" TO WS-Label
           MOVE CS-Opened TO WS-Case-Date
           PERFORM Format-Case-Date
           MOVE WS-Case-Date-Show TO WS-Value
           PERFORM Write-Detail
      * The notes run on from the case line until the next case.
           PERFORM UNTIL EndOfCaseFile
               READ CaseFile
                   AT END SET EndOfCaseFile TO TRUE
                   NOT AT END
                       IF CS-Note-Line AND CS-CrashID = CrashID
                           MOVE CS-Note-Date TO WS-Case-Date
                           PERFORM Format-Case-Date
                           MOVE SPACE TO WS-Label
                           STRING "Note " WS-Case-Date-Show
                               DELIMITED BY SIZE INTO WS-Label
                           MOVE SPACE TO WS-Value
                           STRING CS-Note-Oper DELIMITED BY SPACE
                               " - " CS-Note-Text DELIMITED BY SIZE
                               INTO WS-Value
                           PERFORM Write-Detail
                       ELSE
                           SET EndOfCaseFile TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CaseFile.
       Print-Case-Block-Exit.
           EXIT.

       Format-Case-Date.
           MOVE WS-CD-Year TO WS-CDS-Year
           MOVE WS-CD-Month TO WS-CDS-Month
           MOVE WS-CD-DOM TO WS-CDS-DOM.

       Write-Block-Header.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
