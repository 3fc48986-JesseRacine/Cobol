      * Builds the state DOT's amendment file for changes made to
      * crashes in a period already closed and submitted. Once
      * Month-End-Driver closes a month, Crash-Maint, Load-Backout
      * and Mass-Correct only change it under a supervisor's
      * override - and every such change leaves the state's copy
      * stale. This program walks CRASH-AUDIT.DAT for the OVERRD
      * records written since the last amendment and the add,
      * update or delete pair each one authorized, and sends the
      * state what changed, per their amendment layout:
      *   H  agency id, amendment number, file build date, and an
      *      "A" marking the file as an amendment, not a month
      *   A  a crash added to a submitted period
      *   C  a crash the state holds, with its corrected fields
      *   D  a crash the state holds that is gone from it, with
      *      the fields as they were sent
      *   detail fields are the monthly file's - CrashID, date as
      *   YYYYMMDD, time as HHMMSS, zone, tract, fatal and injury
      *   flags - followed by the period the crash is reported in
      *   T  detail count, and the net change the amendment makes
      *      to the fatality and injury totals (signed)
      * The state holds a crash when its TYear/TMonth was a closed
      * period when the change was made - CLOSED-PERIODS.DAT
      * carries the time each period was closed - and when it is
      * not the dropped half of an S pair in AGENCY-MATCH.DAT,
      * which DOT-Submission leaves out. A change moving a crash
      * out of a closed period is a D, one moving it in an A.
      * Several changes to one crash are netted to the one record
      * that takes the state from what it holds to what we hold;
      * a change that touches no field the state keeps sends
      * nothing.
      * DOT-AMENDMENT-LOG.DAT records every amendment - its number,
      * the last audit record it covered and its net totals - and
      * every detail in it. The next run starts after the highest
      * audit record logged, so no change is ever sent twice; a run
      * that finds nothing to send writes no file and logs nothing.
      * DOT-Ack reconciles the state's acknowledgment of the
      * amendment (run it with AMEND on the command line).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOT-Amendment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AuditFile ASSIGN TO "CRASH-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-Status.

       SELECT ClosedPeriodFile ASSIGN TO "CLOSED-PERIODS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Closed-Status.

       SELECT ParmFile ASSIGN TO "DOT-SUBMIT-PARMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Parm-Status.

       SELECT MatchFile ASSIGN TO "AGENCY-MATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Match-Status.

       SELECT AmendFile ASSIGN TO "DOT-AMENDMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Amend-Status.

       SELECT AmendLogFile ASSIGN TO "DOT-AMENDMENT-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       01 AuditRec.
       88 EndOfAuditFile VALUE HIGH-VALUES.
       02 AudTimestamp PIC 9(16).
       02 FILLER PIC X(1).
       02 AudOperator PIC X(8).
       02 FILLER PIC X(1).
       02 AudAction PIC X(6).
       02 FILLER PIC X(1).
       02 AudCrashID PIC X(5).
       02 FILLER PIC X(1).
       02 AudImageType PIC X(1).
       02 FILLER PIC X(1).
       02 AudImage PIC X(1408).
       02 FILLER PIC X(1).
       02 AudSeq PIC 9(9).
       02 FILLER PIC X(1).
       02 AudCheck PIC 9(10).

       FD ClosedPeriodFile.
       01 ClosedPeriodRec PIC X(30).
       88 EndOfClosedFile VALUE HIGH-VALUES.

       FD ParmFile.
       01 ParmRec PIC X(80).
       88 EndOfParmFile VALUE HIGH-VALUES.

       FD MatchFile.
       01 MatchRec.
       88 EndOfMatchFile VALUE HIGH-VALUES.
       02 MD-Keep PIC X(5).
       02 FILLER PIC X(1).
       02 MD-Drop PIC X(5).
       02 FILLER PIC X(1).
       02 MD-Decision PIC X(1).
       02 FILLER PIC X(1).
       02 MD-Score PIC X(3).
       02 FILLER PIC X(1).
       02 MD-Period PIC X(6).

       FD AmendFile.
       01 AmendRec PIC X(40).

       FD AmendLogFile.
       01 AmendLogRec PIC X(80).
       88 EndOfLogFile VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01 WS-Audit-Status PIC X(2).
       01 WS-Closed-Status PIC X(2).
       01 WS-Parm-Status PIC X(2).
       01 WS-Match-Status PIC X(2).
       01 WS-Amend-Status PIC X(2).
       01 WS-Log-Status PIC X(2).
       01 WS-Parm-Keyword PIC X(20).
       01 WS-Parm-Value PIC X(20).
       01 WS-Agency-ID PIC X(6) VALUE SPACE.

      * Every closed period and the time Month-End-Driver closed
      * it. A line written before the close time was recorded
      * counts as closed from the start.
       01 WS-Closed-Table.
           02 WS-CP-Entry OCCURS 120 TIMES.
               03 WS-CP-Period PIC 9(6).
               03 WS-CP-Stamp PIC 9(14).
       01 WS-Closed-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-CP-Sub PIC 9(3) COMP.

      * Duplicates of another agency's crash, never sent.
       01 WS-Excl-Table.
           02 WS-EX-ID OCCURS 3000 TIMES PIC 9(5).
       01 WS-Excl-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Excl-Sub PIC 9(4) COMP.

      * Where the last amendment left off.
       01 WS-Last-Amend PIC 9(6) VALUE ZERO.
       01 WS-Last-Seq PIC 9(9) VALUE ZERO.
       01 WS-Last-Stamp PIC 9(16) VALUE ZERO.
       01 WS-High-Seq PIC 9(9) VALUE ZERO.
       01 WS-High-Stamp PIC 9(16) VALUE ZERO.
       01 WS-Rolled-State PIC X(1) VALUE "N".
           88 Unsent-Rolled-Off VALUE "Y".

      * Overrides read and not yet matched to the action they
      * authorized - the pair follows on the same day.
       01 WS-Auth-Table.
           02 WS-AU-Entry OCCURS 500 TIMES.
               03 WS-AU-CrashID PIC X(5).
               03 WS-AU-Date PIC 9(8).
       01 WS-Auth-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Auth-Sub PIC 9(3) COMP.

      * The before image of an authorized action, held until its
      * after image is read.
       01 WS-Hold-CrashID PIC X(5) VALUE SPACE.
       01 WS-Hold-State PIC X(1) VALUE "N".
           88 Before-Image-Held VALUE "Y".
       01 WS-Bef-Image.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ==Bef==.
       01 WS-Aft-Image.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ==Aft==.
       01 WS-Action-Stamp PIC 9(16).

      * One entry per crash changed: what the state holds from
      * before the first change, what we hold after the last.
       01 WS-Amend-Table.
           02 WS-AM-Entry OCCURS 2000 TIMES.
               03 WS-AM-CrashID PIC 9(5).
               03 WS-AM-Bef-Held PIC X(1).
               03 WS-AM-Bef-Fields PIC X(30).
               03 WS-AM-Aft-Held PIC X(1).
               03 WS-AM-Aft-Fields PIC X(30).
               03 WS-AM-Type PIC X(1).
               03 WS-AM-Seq PIC 9(9).
               03 WS-AM-Stamp PIC 9(16).
       01 WS-Amend-Used PIC 9(4) COMP VALUE ZERO.
       01 WS-Amend-Overflow PIC 9(7) COMP VALUE ZERO.
       01 WS-AM-Sub PIC 9(4) COMP.

      * The state's detail fields, built from either image.
       01 WS-Dot-Fields.
           02 WS-DF-Date.
               03 WS-DF-Year PIC 9(4).
               03 WS-DF-Month PIC 99.
               03 WS-DF-DOM PIC 99.
           02 WS-DF-Time.
               03 WS-DF-Hour PIC 99.
               03 WS-DF-Min PIC 99.
               03 WS-DF-Sec PIC 99.
           02 WS-DF-Zone PIC X(4).
           02 WS-DF-Tract PIC X(4).
           02 WS-DF-Fatal PIC 9.
           02 WS-DF-Inj PIC 9.
           02 WS-DF-Period.
               03 WS-DF-PYear PIC 9(4).
               03 WS-DF-PMonth PIC 99.
       01 WS-Test-Period PIC 9(6).
       01 WS-Test-CrashID PIC X(5).
       01 WS-Held-Switch PIC X(1).
           88 State-Holds-It VALUE "Y".

       01 WS-Override-Count PIC 9(7) VALUE ZERO.
       01 WS-Action-Count PIC 9(7) VALUE ZERO.
       01 WS-Unmatched-Count PIC 9(7) VALUE ZERO.
       01 WS-Add-Count PIC 9(7) VALUE ZERO.
       01 WS-Change-Count PIC 9(7) VALUE ZERO.
       01 WS-Delete-Count PIC 9(7) VALUE ZERO.
       01 WS-Nothing-Count PIC 9(7) VALUE ZERO.
       01 WS-Detail-Count PIC 9(7) VALUE ZERO.
       01 WS-Net-Fatal PIC S9(7) VALUE ZERO.
       01 WS-Net-Inj PIC S9(7) VALUE ZERO.

       01 WS-Header-Rec.
           02 FILLER PIC X(1) VALUE "H".
           02 WS-H-Agency PIC X(6).
           02 WS-H-Amend PIC 9(6).
           02 WS-H-BuildDate PIC 9(8).
           02 FILLER PIC X(1) VALUE "A".

       01 WS-Detail-Rec.
           02 WS-D-Type PIC X(1).
           02 WS-D-CrashID PIC 9(5).
           02 WS-D-Fields PIC X(30).

       01 WS-Trailer-Rec.
           02 FILLER PIC X(1) VALUE "T".
           02 WS-T-Count PIC 9(7).
           02 WS-T-Fatal PIC S9(7) SIGN LEADING SEPARATE.
           02 WS-T-Inj PIC S9(7) SIGN LEADING SEPARATE.

      * DOT-AMENDMENT-LOG.DAT: one H line per amendment, then a D
      * line for each detail it carried and the audit record that
      * detail came from.
       01 WS-Log-Header.
           02 WS-LH-Type PIC X(1).
           02 WS-LH-Amend PIC 9(6).
           02 FILLER PIC X(1).
           02 WS-LH-BuildDate PIC 9(8).
           02 FILLER PIC X(1).
           02 WS-LH-Seq PIC 9(9).
           02 FILLER PIC X(1).
           02 WS-LH-Stamp PIC 9(16).
           02 FILLER PIC X(1).
           02 WS-LH-Count PIC 9(7).
           02 FILLER PIC X(1).
           02 WS-LH-Fatal PIC S9(7) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 WS-LH-Inj PIC S9(7) SIGN LEADING SEPARATE.
       01 WS-Log-Detail.
           02 WS-LD-Type PIC X(1).
           02 WS-LD-Amend PIC 9(6).
           02 FILLER PIC X(1).
           02 WS-LD-Detail PIC X(36).
           02 FILLER PIC X(1).
           02 WS-LD-Seq PIC 9(9).
           02 FILLER PIC X(1).
           02 WS-LD-Stamp PIC 9(16).

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           PERFORM Load-Parameters THRU Load-Parameters-Exit
           IF WS-Agency-ID = SPACE
               DISPLAY "DOT-Amendment: DOT-SUBMIT-PARMS.DAT must "
                   "carry AGENCY=nnnnnn"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Load-Amendment-Log THRU Load-Amendment-Log-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Load-Closed-Periods THRU Load-Closed-Periods-Exit
           IF WS-Closed-Used = ZERO
               DISPLAY "DOT-Amendment: no closed periods in "
                   "CLOSED-PERIODS.DAT - nothing submitted to amend"
               GOBACK
           END-IF
           PERFORM Load-Match-Exclusions
               THRU Load-Match-Exclusions-Exit
           IF WS-Last-Amend = ZERO
               DISPLAY "DOT-Amendment: no amendment sent before - "
                   "the whole audit file is read"
           ELSE
               DISPLAY "DOT-Amendment: amendment "
                   WS-Last-Amend " covered the audit through "
                   "sequence " WS-Last-Seq
           END-IF
           PERFORM Scan-Audit-File THRU Scan-Audit-File-Exit
           IF RETURN-CODE = 16
               GOBACK
           END-IF
           PERFORM VARYING WS-AM-Sub FROM 1 BY 1
                   UNTIL WS-AM-Sub > WS-Amend-Used
               PERFORM Decide-Detail-Type
           END-PERFORM
           DISPLAY "DOT-Amendment: " WS-Override-Count
               " override(s), " WS-Action-Count " authorized "
               "action(s) on " WS-Amend-Used " crash(es)"
           IF WS-Detail-Count = ZERO
               DISPLAY "DOT-Amendment: no change to a crash the "
                   "state holds - no amendment written"
           ELSE
               PERFORM Write-Amendment THRU Write-Amendment-Exit
           END-IF
           IF WS-Nothing-Count > ZERO
               DISPLAY "DOT-Amendment: " WS-Nothing-Count
                   " crash(es) changed in no field the state keeps"
           END-IF
           IF WS-Unmatched-Count > ZERO
               DISPLAY "DOT-Amendment: " WS-Unmatched-Count
                   " override(s) with no action following - "
                   "abandoned at the terminal"
           END-IF
           IF Unsent-Rolled-Off
               DISPLAY "DOT-Amendment: *** WARNING *** audit "
                   "records after sequence " WS-Last-Seq " were "
                   "rolled off to an archive before they were "
                   "amended - check the archive by hand"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-Amend-Overflow > ZERO
               DISPLAY "DOT-Amendment: *** WARNING *** amendment "
                   "table filled, " WS-Amend-Overflow
                   " action(s) not sent"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       Load-Parameters.
           OPEN INPUT ParmFile
           IF WS-Parm-Status NOT = "00"
               GO TO Load-Parameters-Exit
           END-IF
           PERFORM UNTIL EndOfParmFile
               READ ParmFile
                   AT END SET EndOfParmFile TO TRUE
                   NOT AT END
                       MOVE SPACE TO WS-Parm-Keyword
                       MOVE SPACE TO WS-Parm-Value
                       UNSTRING ParmRec DELIMITED BY "="
                           INTO WS-Parm-Keyword WS-Parm-Value
                       IF WS-Parm-Keyword = "AGENCY"
                           MOVE WS-Parm-Value(1:6) TO WS-Agency-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParmFile.
       Load-Parameters-Exit.
           EXIT.

      * The last amendment number and the highest audit record any
      * amendment has covered. No log means no amendment has been
      * sent yet; a log that is there but cannot be read stops the
      * run rather than send everything again.
       Load-Amendment-Log.
           OPEN INPUT AmendLogFile
           IF WS-Log-Status = "35"
               GO TO Load-Amendment-Log-Exit
           END-IF
           IF WS-Log-Status NOT = "00"
               DISPLAY "DOT-Amendment: unable to open "
                   "DOT-AMENDMENT-LOG.DAT, status " WS-Log-Status
               MOVE 16 TO RETURN-CODE
               GO TO Load-Amendment-Log-Exit
           END-IF
           PERFORM UNTIL EndOfLogFile
               READ AmendLogFile
                   AT END SET EndOfLogFile TO TRUE
                   NOT AT END
                       IF AmendLogRec(1:1) = "H"
                           MOVE AmendLogRec TO WS-Log-Header
                           IF WS-LH-Amend > WS-Last-Amend
                               MOVE WS-LH-Amend TO WS-Last-Amend
                           END-IF
                           IF WS-LH-Seq > WS-Last-Seq
                               MOVE WS-LH-Seq TO WS-Last-Seq
                           END-IF
                           IF WS-LH-Stamp > WS-Last-Stamp
                               MOVE WS-LH-Stamp TO WS-Last-Stamp
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AmendLogFile.
       Load-Amendment-Log-Exit.
           EXIT.

       Load-Closed-Periods.
           OPEN INPUT ClosedPeriodFile
           IF WS-Closed-Status NOT = "00"
               GO TO Load-Closed-Periods-Exit
           END-IF
           PERFORM UNTIL EndOfClosedFile
               READ ClosedPeriodFile
                   AT END SET EndOfClosedFile TO TRUE
                   NOT AT END
                       IF ClosedPeriodRec(1:7) = "PERIOD " AND
                               ClosedPeriodRec(8:6) IS NUMERIC AND
                               WS-Closed-Used < 120
                           ADD 1 TO WS-Closed-Used
                           MOVE ClosedPeriodRec(8:6)
                               TO WS-CP-Period(WS-Closed-Used)
                           IF ClosedPeriodRec(15:14) IS NUMERIC
                               MOVE ClosedPeriodRec(15:14)
                                   TO WS-CP-Stamp(WS-Closed-Used)
                           ELSE
                               MOVE ZERO
                                   TO WS-CP-Stamp(WS-Closed-Used)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedPeriodFile.
       Load-Closed-Periods-Exit.
           EXIT.

      * The same S-pair exclusions DOT-Submission applies.
       Load-Match-Exclusions.
           OPEN INPUT MatchFile
           IF WS-Match-Status NOT = "00"
               GO TO Load-Match-Exclusions-Exit
           END-IF
           PERFORM UNTIL EndOfMatchFile
               READ MatchFile
                   AT END SET EndOfMatchFile TO TRUE
                   NOT AT END
                       IF MD-Decision = "S" AND MD-Drop IS NUMERIC
                               AND MD-Period IS NUMERIC
                               AND MD-Period NOT = "000000"
                               AND WS-Excl-Used < 3000
                           ADD 1 TO WS-Excl-Used
                           MOVE MD-Drop TO WS-EX-ID(WS-Excl-Used)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MatchFile.
       Load-Match-Exclusions-Exit.
           EXIT.

       Scan-Audit-File.
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = "00"
               DISPLAY "DOT-Amendment: unable to open "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
               MOVE 16 TO RETURN-CODE
               GO TO Scan-Audit-File-Exit
           END-IF
           PERFORM UNTIL EndOfAuditFile
               READ AuditFile
                   AT END SET EndOfAuditFile TO TRUE
                   NOT AT END
                       PERFORM Take-Audit-Record
                           THRU Take-Audit-Record-Exit
               END-READ
           END-PERFORM
           CLOSE AuditFile
           PERFORM VARYING WS-Auth-Sub FROM 1 BY 1
                   UNTIL WS-Auth-Sub > WS-Auth-Used
               IF WS-AU-CrashID(WS-Auth-Sub) NOT = SPACE
                   ADD 1 TO WS-Unmatched-Count
               END-IF
           END-PERFORM.
       Scan-Audit-File-Exit.
           EXIT.

      * Records up to the last amendment's high-water mark were
      * dealt with then. The chain sequence is never renumbered, not
      * even by a roll-off, so it is the mark; records from before
      * the chain began carry no sequence and go by their stamp.
       Take-Audit-Record.
           IF AudAction = "CARRY"
               IF AudSeq IS NUMERIC AND WS-Last-Seq > ZERO
                       AND AudSeq > WS-Last-Seq
                   SET Unsent-Rolled-Off TO TRUE
               END-IF
               GO TO Take-Audit-Record-Exit
           END-IF
           IF AudTimestamp IS NOT NUMERIC
               GO TO Take-Audit-Record-Exit
           END-IF
           IF AudSeq IS NUMERIC
               IF AudSeq NOT > WS-Last-Seq
                   GO TO Take-Audit-Record-Exit
               END-IF
               IF AudSeq > WS-High-Seq
                   MOVE AudSeq TO WS-High-Seq
               END-IF
           ELSE
               IF AudTimestamp NOT > WS-Last-Stamp
                   GO TO Take-Audit-Record-Exit
               END-IF
           END-IF
           IF AudTimestamp > WS-High-Stamp
               MOVE AudTimestamp TO WS-High-Stamp
           END-IF
           EVALUATE AudAction
               WHEN "OVERRD"
                   ADD 1 TO WS-Override-Count
                   PERFORM Note-Authorization
               WHEN "ADD"
               WHEN "UPDATE"
               WHEN "DELETE"
                   IF AudImageType = "B"
                       PERFORM Hold-Before-Image
                   ELSE
                       IF Before-Image-Held AND
                               AudCrashID = WS-Hold-CrashID
                           MOVE AudImage TO WS-Aft-Image
                           MOVE AudTimestamp TO WS-Action-Stamp
                           PERFORM Note-Amended-Action
                               THRU Note-Amended-Action-Exit
                       END-IF
                       MOVE "N" TO WS-Hold-State
                   END-IF
           END-EVALUATE.
       Take-Audit-Record-Exit.
           EXIT.

       Note-Authorization.
           PERFORM VARYING WS-Auth-Sub FROM 1 BY 1
                   UNTIL WS-Auth-Sub > WS-Auth-Used
                   OR WS-AU-CrashID(WS-Auth-Sub) = SPACE
               CONTINUE
           END-PERFORM
           IF WS-Auth-Sub > 500
               ADD 1 TO WS-Unmatched-Count
           ELSE
               IF WS-Auth-Sub > WS-Auth-Used
                   MOVE WS-Auth-Sub TO WS-Auth-Used
               END-IF
               MOVE AudCrashID TO WS-AU-CrashID(WS-Auth-Sub)
               MOVE AudTimestamp(1:8) TO WS-AU-Date(WS-Auth-Sub)
           END-IF.

      * A before image counts only when an override for the same
      * crash, the same day, is waiting; the override is used up.
      * One left over from an earlier day was abandoned.
       Hold-Before-Image.
           MOVE "N" TO WS-Hold-State
           PERFORM VARYING WS-Auth-Sub FROM 1 BY 1
                   UNTIL WS-Auth-Sub > WS-Auth-Used
               IF WS-AU-CrashID(WS-Auth-Sub) = AudCrashID
                   IF WS-AU-Date(WS-Auth-Sub) = AudTimestamp(1:8)
                       SET Before-Image-Held TO TRUE
                   ELSE
                       ADD 1 TO WS-Unmatched-Count
                   END-IF
                   MOVE SPACE TO WS-AU-CrashID(WS-Auth-Sub)
               END-IF
           END-PERFORM
           IF Before-Image-Held
               MOVE AudCrashID TO WS-Hold-CrashID
               MOVE AudImage TO WS-Bef-Image
           END-IF.

      * One authorized action. The first for a crash fixes what the
      * state holds; every one moves what we hold forward.
       Note-Amended-Action.
           ADD 1 TO WS-Action-Count
           PERFORM VARYING WS-AM-Sub FROM 1 BY 1
                   UNTIL WS-AM-Sub > WS-Amend-Used
                   OR WS-AM-CrashID(WS-AM-Sub) = WS-Hold-CrashID
               CONTINUE
           END-PERFORM
           IF WS-AM-Sub > WS-Amend-Used
               IF WS-Amend-Used >= 2000
                   ADD 1 TO WS-Amend-Overflow
                   GO TO Note-Amended-Action-Exit
               END-IF
               ADD 1 TO WS-Amend-Used
               MOVE WS-Hold-CrashID TO WS-AM-CrashID(WS-AM-Sub)
               MOVE "N" TO WS-Held-Switch
               IF WS-Bef-Image NOT = SPACE AND BefTYear IS NUMERIC
                       AND BefTMonth IS NUMERIC
                   COMPUTE WS-Test-Period = BefTYear * 100
                       + BefTMonth
                   PERFORM Check-State-Holds
               END-IF
               MOVE WS-Held-Switch TO WS-AM-Bef-Held(WS-AM-Sub)
               MOVE SPACE TO WS-AM-Bef-Fields(WS-AM-Sub)
               IF State-Holds-It
                   PERFORM Take-Before-Fields
                   MOVE WS-Dot-Fields TO WS-AM-Bef-Fields(WS-AM-Sub)
               END-IF
           END-IF
           MOVE "N" TO WS-Held-Switch
           IF WS-Aft-Image NOT = SPACE AND AftTYear IS NUMERIC
                   AND AftTMonth IS NUMERIC
               COMPUTE WS-Test-Period = AftTYear * 100 + AftTMonth
               PERFORM Check-State-Holds
           END-IF
           MOVE WS-Held-Switch TO WS-AM-Aft-Held(WS-AM-Sub)
           MOVE SPACE TO WS-AM-Aft-Fields(WS-AM-Sub)
           IF State-Holds-It
               PERFORM Take-After-Fields
               MOVE WS-Dot-Fields TO WS-AM-Aft-Fields(WS-AM-Sub)
           END-IF
           MOVE AudSeq TO WS-AM-Seq(WS-AM-Sub)
           MOVE WS-Action-Stamp TO WS-AM-Stamp(WS-AM-Sub).
       Note-Amended-Action-Exit.
           EXIT.

      * The period in WS-Test-Period was submitted to the state by
      * the time of the action when it was closed by then - and the
      * crash was in the submission unless it is an excluded
      * duplicate.
       Check-State-Holds.
           MOVE "N" TO WS-Held-Switch
           PERFORM VARYING WS-CP-Sub FROM 1 BY 1
                   UNTIL WS-CP-Sub > WS-Closed-Used
               IF WS-CP-Period(WS-CP-Sub) = WS-Test-Period AND
                       WS-CP-Stamp(WS-CP-Sub)
                       NOT > WS-Action-Stamp(1:14)
                   SET State-Holds-It TO TRUE
               END-IF
           END-PERFORM
           IF State-Holds-It
               PERFORM VARYING WS-Excl-Sub FROM 1 BY 1
                       UNTIL WS-Excl-Sub > WS-Excl-Used
                   IF WS-EX-ID(WS-Excl-Sub) = WS-Hold-CrashID
                       MOVE "N" TO WS-Held-Switch
                   END-IF
               END-PERFORM
           END-IF.

      * The state's fields, rebuilt just as DOT-Submission builds
      * them - date as YYYYMMDD, time as HHMMSS.
       Take-Before-Fields.
           MOVE BefYear TO WS-DF-Year
           MOVE BefMONTH TO WS-DF-Month
           MOVE BefDOM TO WS-DF-DOM
           MOVE BefTHour TO WS-DF-Hour
           MOVE BefTMin TO WS-DF-Min
           MOVE BefTSec TO WS-DF-Sec
           MOVE BefZone TO WS-DF-Zone
           MOVE BefTract TO WS-DF-Tract
           MOVE BefFatalityBool TO WS-DF-Fatal
           MOVE BefInjuryBool TO WS-DF-Inj
           MOVE BefTYear TO WS-DF-PYear
           MOVE BefTMonth TO WS-DF-PMonth.

       Take-After-Fields.
           MOVE AftYear TO WS-DF-Year
           MOVE AftMONTH TO WS-DF-Month
           MOVE AftDOM TO WS-DF-DOM
           MOVE AftTHour TO WS-DF-Hour
           MOVE AftTMin TO WS-DF-Min
           MOVE AftTSec TO WS-DF-Sec
           MOVE AftZone TO WS-DF-Zone
           MOVE AftTract TO WS-DF-Tract
           MOVE AftFatalityBool TO WS-DF-Fatal
           MOVE AftInjuryBool TO WS-DF-Inj
           MOVE AftTYear TO WS-DF-PYear
           MOVE AftTMonth TO WS-DF-PMonth.

      * Held before and after is a change - if any field the state
      * keeps moved; held only before is a delete, only after an
      * add. Neither means the state never saw it.
       Decide-Detail-Type.
           MOVE SPACE TO WS-AM-Type(WS-AM-Sub)
           EVALUATE TRUE
               WHEN WS-AM-Bef-Held(WS-AM-Sub) = "Y" AND
                       WS-AM-Aft-Held(WS-AM-Sub) = "Y"
                   IF WS-AM-Bef-Fields(WS-AM-Sub) =
                           WS-AM-Aft-Fields(WS-AM-Sub)
                       ADD 1 TO WS-Nothing-Count
                   ELSE
                       MOVE "C" TO WS-AM-Type(WS-AM-Sub)
                       ADD 1 TO WS-Change-Count
                       MOVE WS-AM-Bef-Fields(WS-AM-Sub)
                           TO WS-Dot-Fields
                       SUBTRACT WS-DF-Fatal FROM WS-Net-Fatal
                       SUBTRACT WS-DF-Inj FROM WS-Net-Inj
                       MOVE WS-AM-Aft-Fields(WS-AM-Sub)
                           TO WS-Dot-Fields
                       ADD WS-DF-Fatal TO WS-Net-Fatal
                       ADD WS-DF-Inj TO WS-Net-Inj
                   END-IF
               WHEN WS-AM-Bef-Held(WS-AM-Sub) = "Y"
                   MOVE "D" TO WS-AM-Type(WS-AM-Sub)
                   ADD 1 TO WS-Delete-Count
                   MOVE WS-AM-Bef-Fields(WS-AM-Sub) TO WS-Dot-Fields
                   SUBTRACT WS-DF-Fatal FROM WS-Net-Fatal
                   SUBTRACT WS-DF-Inj FROM WS-Net-Inj
               WHEN WS-AM-Aft-Held(WS-AM-Sub) = "Y"
                   MOVE "A" TO WS-AM-Type(WS-AM-Sub)
                   ADD 1 TO WS-Add-Count
                   MOVE WS-AM-Aft-Fields(WS-AM-Sub) TO WS-Dot-Fields
                   ADD WS-DF-Fatal TO WS-Net-Fatal
                   ADD WS-DF-Inj TO WS-Net-Inj
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-AM-Type(WS-AM-Sub) NOT = SPACE
               ADD 1 TO WS-Detail-Count
           END-IF.

      * The amendment file, then its entry in the log - the log is
      * only written once the file is complete.
       Write-Amendment.
           ADD 1 TO WS-Last-Amend
           OPEN OUTPUT AmendFile
           IF WS-Amend-Status NOT = "00"
               DISPLAY "DOT-Amendment: unable to open "
                   "DOT-AMENDMENT.DAT, status " WS-Amend-Status
               MOVE 16 TO RETURN-CODE
               GO TO Write-Amendment-Exit
           END-IF
           MOVE WS-Agency-ID TO WS-H-Agency
           MOVE WS-Last-Amend TO WS-H-Amend
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-H-BuildDate
           MOVE WS-Header-Rec TO AmendRec
           WRITE AmendRec
           PERFORM VARYING WS-AM-Sub FROM 1 BY 1
                   UNTIL WS-AM-Sub > WS-Amend-Used
               IF WS-AM-Type(WS-AM-Sub) NOT = SPACE
                   PERFORM Build-Detail-Record
                   MOVE WS-Detail-Rec TO AmendRec
                   WRITE AmendRec
               END-IF
           END-PERFORM
           MOVE WS-Detail-Count TO WS-T-Count
           MOVE WS-Net-Fatal TO WS-T-Fatal
           MOVE WS-Net-Inj TO WS-T-Inj
           MOVE WS-Trailer-Rec TO AmendRec
           WRITE AmendRec
           IF WS-Amend-Status NOT = "00"
               DISPLAY "DOT-Amendment: WRITE to DOT-AMENDMENT.DAT "
                   "failed, status " WS-Amend-Status
               CLOSE AmendFile
               MOVE 16 TO RETURN-CODE
               GO TO Write-Amendment-Exit
           END-IF
           CLOSE AmendFile
           OPEN EXTEND AmendLogFile
           IF WS-Log-Status = "35"
               OPEN OUTPUT AmendLogFile
           END-IF
           IF WS-Log-Status NOT = "00"
               DISPLAY "DOT-Amendment: *** WARNING *** unable to "
                   "write DOT-AMENDMENT-LOG.DAT, status "
                   WS-Log-Status " - amendment " WS-Last-Amend
                   " is NOT recorded and must not be sent until "
                   "it is"
               MOVE 8 TO RETURN-CODE
               GO TO Write-Amendment-Exit
           END-IF
           MOVE SPACE TO WS-Log-Header
           MOVE "H" TO WS-LH-Type
           MOVE WS-Last-Amend TO WS-LH-Amend
           MOVE WS-H-BuildDate TO WS-LH-BuildDate
           MOVE WS-High-Seq TO WS-LH-Seq
           MOVE WS-High-Stamp TO WS-LH-Stamp
           MOVE WS-Detail-Count TO WS-LH-Count
           MOVE WS-Net-Fatal TO WS-LH-Fatal
           MOVE WS-Net-Inj TO WS-LH-Inj
           MOVE WS-Log-Header TO AmendLogRec
           WRITE AmendLogRec
           PERFORM VARYING WS-AM-Sub FROM 1 BY 1
                   UNTIL WS-AM-Sub > WS-Amend-Used
               IF WS-AM-Type(WS-AM-Sub) NOT = SPACE
                   PERFORM Build-Detail-Record
                   MOVE SPACE TO WS-Log-Detail
                   MOVE "D" TO WS-LD-Type
                   MOVE WS-Last-Amend TO WS-LD-Amend
                   MOVE WS-Detail-Rec TO WS-LD-Detail
                   MOVE WS-AM-Seq(WS-AM-Sub) TO WS-LD-Seq
                   MOVE WS-AM-Stamp(WS-AM-Sub) TO WS-LD-Stamp
                   MOVE WS-Log-Detail TO AmendLogRec
                   WRITE AmendLogRec
               END-IF
           END-PERFORM
           CLOSE AmendLogFile
           DISPLAY "DOT-Amendment: amendment " WS-Last-Amend
               " written - " WS-Add-Count " add(s), "
               WS-Change-Count " change(s), " WS-Delete-Count
               " delete(s); net fatal " WS-T-Fatal ", net injury "
               WS-T-Inj.
       Write-Amendment-Exit.
           EXIT.

      * A and C carry what we hold now, D what the state was sent.
       Build-Detail-Record.
           MOVE WS-AM-Type(WS-AM-Sub) TO WS-D-Type
           MOVE WS-AM-CrashID(WS-AM-Sub) TO WS-D-CrashID
           IF WS-AM-Type(WS-AM-Sub) = "D"
               MOVE WS-AM-Bef-Fields(WS-AM-Sub) TO WS-D-Fields
           ELSE
               MOVE WS-AM-Aft-Fields(WS-AM-Sub) TO WS-D-Fields
           END-IF.
