      *           Crash-Data.dat for a records request that reaches
      *           that far back; records already present are counted
      *           and reported, not silently overwritten
      * A crash whose investigation case in CRASH-CASE.DAT (kept by
      * Case-Maint) stands at LEGAL HOLD is never archived: it is
      * left in the live file, named on the console, and counted on
      * the control report, and the run ends RC 4 so somebody
      * looks. A case file that cannot be read refuses the whole
      * archive run - no hold may be missed for want of the file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Crash-Archive.
       ENVIRONMENT DIVISION.
       SELECT MaintLockFile ASSIGN TO "MAINT-INTERLOCK.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MLock-Status.
       SELECT CaseFile ASSIGN TO "CRASH-CASE.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Case-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MaintLockFile.
       01 MaintLockRec PIC X(40).

       FD CaseFile.
       01 CaseRec.
       88 EndOfCaseFile VALUE HIGH-VALUES.
           COPY "Crash-Case.cpy" REPLACING ==:PFX:== BY ==CS-==.

       WORKING-STORAGE SECTION.
       01 WS-Dat-Status PIC X(2).
       01 WS-Arch-Status PIC X(2).
       01 WS-Dup-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-BLock-Status PIC X(2).
       01 WS-MLock-Status PIC X(2).
       01 WS-Case-Status PIC X(2).
      * One byte per possible CrashID, "Y" where the crash's case
      * stands at LEGAL HOLD.
       01 WS-Hold-Flags.
           02 WS-Hold-Flag PIC X(1) OCCURS 99999 TIMES.
       01 WS-Hold-Switch PIC X(1).
           88 Crash-On-Hold VALUE "Y".
       01 WS-Hold-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Held-Count PIC 9(7) COMP VALUE ZERO.
       01 WS-Maint-Lock-Line.
           02 FILLER PIC X(6) VALUE "MAINT ".
           02 WS-ML-Holder PIC X(8) VALUE "ARCHIVE".
           02 WS-C-Inj PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-C-Flag PIC X(12).
       01 WS-Control-Held.
           02 FILLER PIC X(24) VALUE "LEGAL HOLD - NOT MOVED: ".
           02 WS-CH-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           END-IF
           PERFORM Set-Maint-Interlock
           IF Archive-Run
               PERFORM Load-Legal-Holds THRU Load-Legal-Holds-Exit
               IF RETURN-CODE = 0
                   PERFORM Archive-Old-Years
                       THRU Archive-Old-Years-Exit
               END-IF
           ELSE
               PERFORM Restore-One-Year THRU Restore-One-Year-Exit
           END-IF
               CLOSE MaintLockFile
           END-IF.

      * Flags every crash whose case is at LEGAL HOLD. No case file
      * at all means no case, so no hold; one that cannot be read
      * stops the run.
       Load-Legal-Holds.
           MOVE ALL "N" TO WS-Hold-Flags
           OPEN INPUT CaseFile
           IF WS-Case-Status = "35"
               GO TO Load-Legal-Holds-Exit
           END-IF
           IF WS-Case-Status NOT = "00"
               DISPLAY "Crash-Archive: unable to read CRASH-CASE.DAT, "
                   "status " WS-Case-Status " - archive refused, "
                   "legal holds cannot be checked"
               MOVE 16 TO RETURN-CODE
               GO TO Load-Legal-Holds-Exit
           END-IF
           PERFORM UNTIL EndOfCaseFile
               READ CaseFile
                   AT END SET EndOfCaseFile TO TRUE
                   NOT AT END
                       IF CS-Case-Line AND CS-Status-Hold AND
                               CS-CrashID IS NUMERIC AND
                               CS-CrashID > ZERO
                           MOVE "Y" TO WS-Hold-Flag(CS-CrashID)
                           ADD 1 TO WS-Hold-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CaseFile
           IF WS-Hold-Count > ZERO
               DISPLAY "Crash-Archive: " WS-Hold-Count " crash(es) "
                   "on LEGAL HOLD - none of them will be archived"
           END-IF.
       Load-Legal-Holds-Exit.
           EXIT.

       Check-Legal-Hold.
           MOVE "N" TO WS-Hold-Switch
           IF CrashID IS NUMERIC AND CrashID > ZERO
               IF WS-Hold-Flag(CrashID) = "Y"
                   SET Crash-On-Hold TO TRUE
               END-IF
           END-IF.

      * Pass one sizes the job: which years below the cutoff are in
      * the live file and what their control totals are. Pass two
      * (per year) moves the records and deletes them as it goes.
                   AT END SET EndOfDataFile TO TRUE
                   NOT AT END
                       IF TYear IS NUMERIC AND TYear < WS-Run-Year
                           PERFORM Check-Legal-Hold
                           IF Crash-On-Hold
                               ADD 1 TO WS-Held-Count
                               DISPLAY "Crash-Archive: CrashID "
                                   CrashID " (" TYear ") is on "
                                   "LEGAL HOLD - left in the live "
                                   "file"
                           ELSE
                               PERFORM Tally-Archive-Year
                                   THRU Tally-Archive-Year-Exit
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Held-Count > ZERO
               DISPLAY "Crash-Archive: *** WARNING *** "
                   WS-Held-Count " crash(es) older than "
                   WS-Run-Year " not archived - on LEGAL HOLD"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Years-Used = ZERO
               DISPLAY "Crash-Archive: no crashes older than "
                   WS-Run-Year " to archive"
               READ CrashDataFile NEXT RECORD
                   AT END SET EndOfDataFile TO TRUE
                   NOT AT END
                       PERFORM Check-Legal-Hold
                       IF TYear = WS-YT-Year(WS-Pass-Sub) AND
                               NOT Crash-On-Hold
                           MOVE CrashRec TO ArchiveRec
                           WRITE ArchiveRec
                           IF WS-Arch-Status = "00"
                   MOVE WS-Control-Detail TO ControlLine
                   WRITE ControlLine
               END-PERFORM
               IF WS-Held-Count > ZERO
                   MOVE WS-Held-Count TO WS-CH-Count
                   MOVE WS-Control-Held TO ControlLine
                   WRITE ControlLine
               END-IF
               CLOSE ControlFile
           END-IF.

