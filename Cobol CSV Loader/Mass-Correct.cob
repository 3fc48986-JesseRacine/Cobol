      * Batch corrections to Crash-Data.dat, for the fix that
      * touches hundreds of crashes at once - the council redraws
      * the zones and whole tracts move, an agency miscodes a
      * month of RDSurface - where keying each one through
      * Crash-Maint is a week of a clerk's time and a week of
      * typing slips.
      * Run with the mode, the submitting operator's ID, and a
      * supervisor's ID after them when the corrections reach into
      * a period already closed to the state:
      *   PREVIEW OPER        list what would change, write nothing
      *   COMMIT OPER         apply the changes
      *   COMMIT OPER SUPV    the same, SUPV overriding closed
      *                       periods
      * The operator must be in OPERATOR-MASTER.DAT at authority
      * level 3 - a mass change is at least as serious as a delete -
      * and the supervisor must carry the S flag, as Crash-Maint
      * requires. On a COMMIT both key their passwords at the
      * console when the run starts. With no operator master on
      * file the run is refused: a batch change cannot be put to
      * anyone's name.
      * MASS-CORRECT.DAT holds the transactions, KEYWORD=value
      * cards, * comments and blanks skipped:
      *   TXN=name            starts a transaction (12 characters)
      *   TRACT=tract         select crashes in the tract
      *   ZONE=zone           select crashes in the zone
      *   AGENCY=code         select crashes by SrcAgency
      *   DATE-FROM=YYYY-MM-DD  select crashes on or after CDate
      *   DATE-TO=YYYY-MM-DD  select crashes on or before CDate
      *   IF-field=value      select crashes whose field now holds
      *                       the value (no value selects blanks)
      *   SET-field=value     give the field the value
      *   END                 ends the transaction (optional)
      * A crash is selected when it meets every criterion of the
      * transaction; each transaction needs at least one criterion
      * and at least one SET. The fields that can be selected on
      * and set are LOC, RDFEATURE, RDCHARACTER, RDCLASS, RDCONFIG,
      * RDSURFACE, RDCOND, LIGHTCOND, WEATHER, TRAFCONTROL, TRACT,
      * ZONE, WORKAREA, LOCCODE and SRCAGENCY - dates, the
      * fatality and injury flags and the CrashID stay with
      * Crash-Maint, one crash at a time. Transactions apply in
      * file order, so a later one sees what an earlier one set.
      * Any card in error stops the run before the master is
      * opened.
      * MASS-CORRECT.RPT lists every field of every crash that
      * changes (or, in PREVIEW, would change) with its value
      * before and after, then control totals by transaction and
      * for the run: records selected, changed and refused. A crash
      * in a closed period is refused unless a supervisor was
      * named. Each crash changed in COMMIT writes one UPDATE audit
      * pair to CRASH-AUDIT.DAT under the operator's ID (an OVERRD
      * record first, under the supervisor's, where a closed period
      * was overridden) - the same records Crash-Maint writes.
      * Like Load-Backout it refuses to run while Batch-Driver has
      * a cycle in flight, and a COMMIT holds MAINT-INTERLOCK.DAT
      * while it works.
      * Return code 4 when any crash is refused, 12 when a rewrite
      * fails, 16 when the run cannot start.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mass-Correct.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CrashDataFile ASSIGN TO "Crash-Data.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS CrashID
       ALTERNATE RECORD KEY IS TYear WITH DUPLICATES
       ALTERNATE RECORD KEY IS Zone WITH DUPLICATES
       ALTERNATE RECORD KEY IS LocCode WITH DUPLICATES
       FILE STATUS IS WS-Dat-Status.
       SELECT TxnFile ASSIGN TO "MASS-CORRECT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Txn-Status.
       SELECT AuditFile ASSIGN TO "CRASH-AUDIT.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Audit-Status.
       SELECT ClosedPeriodFile ASSIGN TO "CLOSED-PERIODS.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Closed-Status.
       SELECT OperatorFile ASSIGN TO "OPERATOR-MASTER.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Oper-Status.
       SELECT SignonLogFile ASSIGN TO "SIGNON-LOG.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Signon-Status.
       SELECT BatchLockFile ASSIGN TO "BATCH-INTERLOCK.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BLock-Status.
       SELECT MaintLockFile ASSIGN TO "MAINT-INTERLOCK.DAT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MLock-Status.
       SELECT ReportFile ASSIGN TO "MASS-CORRECT.RPT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CrashDataFile.
       01 CrashRec.
           COPY "Crash-Record.cpy" REPLACING ==:PFX:== BY ====.

       FD TxnFile.
       01 TxnRec PIC X(120).
       88 EndOfTxnFile VALUE HIGH-VALUES.

       FD AuditFile.
       01 AuditRec.
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

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperatorFile VALUE HIGH-VALUES.

       FD SignonLogFile.
       01 SignonLogRec PIC X(100).

       FD BatchLockFile.
       01 BatchLockRec PIC X(40).

       FD MaintLockFile.
       01 MaintLockRec PIC X(40).

       FD ReportFile.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Dat-Status PIC X(2).
       01 WS-Txn-Status PIC X(2).
       01 WS-Audit-Status PIC X(2).
       01 WS-Chain-Seq PIC 9(9) VALUE ZERO.
       01 WS-Chain-Check PIC 9(10) VALUE ZERO.
       01 WS-Chain-Work PIC 9(12) COMP.
       01 WS-Chain-Quotient PIC 9(4) COMP.
       01 WS-Chain-Pos PIC 9(4) COMP.
       01 WS-Chain-EOF PIC X(1) VALUE "N".
           88 Chain-End-Found VALUE "Y".
       01 WS-Closed-Status PIC X(2).
       01 WS-Oper-Status PIC X(2).
       01 WS-BLock-Status PIC X(2).
       01 WS-MLock-Status PIC X(2).
       01 WS-Lock-State PIC X(1) VALUE "N".
           88 Maint-Lock-Refused VALUE "Y".
       01 WS-Report-Status PIC X(2).
       01 WS-EOF-Switch PIC X(1) VALUE "N".
           88 EndOfCrashData VALUE "Y".
       01 WS-Run-Arg PIC X(40) VALUE SPACE.
       01 WS-Mode PIC X(8) VALUE SPACE.
           88 Preview-Mode VALUE "PREVIEW".
           88 Commit-Mode VALUE "COMMIT".
       01 WS-Operator PIC X(8) VALUE SPACE.
       01 WS-Supervisor PIC X(8) VALUE SPACE.
       01 WS-Run-Stamp PIC X(14).
       01 WS-Before-Image PIC X(1408).
       01 WS-Audit-Action PIC X(6).

      * The transactions, as carded. A criterion is in force when
      * its flag is Y - a blank zone is a zone like any other.
       01 WS-Txn-Table.
           02 WS-TX-Entry OCCURS 50 TIMES.
               03 WS-TX-Name PIC X(12).
               03 WS-TX-Tract PIC X(4).
               03 WS-TX-Tract-Flag PIC X(1).
               03 WS-TX-Zone PIC X(4).
               03 WS-TX-Zone-Flag PIC X(1).
               03 WS-TX-Agency PIC X(3).
               03 WS-TX-Agency-Flag PIC X(1).
               03 WS-TX-From PIC X(10).
               03 WS-TX-To PIC X(10).
               03 WS-TX-If-Used PIC 9(2) COMP.
               03 WS-TX-If OCCURS 10 TIMES.
                   04 WS-TX-If-Code PIC 9(2).
                   04 WS-TX-If-Value PIC X(80).
               03 WS-TX-Set-Used PIC 9(2) COMP.
               03 WS-TX-Set OCCURS 10 TIMES.
                   04 WS-TX-Set-Code PIC 9(2).
                   04 WS-TX-Set-Value PIC X(80).
               03 WS-TX-Selected PIC 9(7) COMP.
               03 WS-TX-Changed PIC 9(7) COMP.
               03 WS-TX-Refused PIC 9(7) COMP.
               03 WS-TX-Touched PIC X(1).
       01 WS-Txns-Used PIC 9(2) COMP VALUE ZERO.
       01 WS-Txn-Sub PIC 9(2) COMP.
       01 WS-Cond-Sub PIC 9(2) COMP.
       01 WS-Txn-Open PIC X(1) VALUE "N".
           88 Txn-Is-Open VALUE "Y".
       01 WS-Txn-Errors PIC 9(3) COMP VALUE ZERO.
       01 WS-Txn-Line-No PIC 9(5) VALUE ZERO.
       01 WS-Txn-Keyword PIC X(20).
       01 WS-Txn-Value PIC X(80).
       01 WS-Txn-Ptr PIC 9(3) COMP.
       01 WS-Value-Len PIC 9(3) COMP.

      * The correctable fields, by code - see Find-Field-Code.
       01 WS-Field-Name PIC X(16).
       01 WS-Field-Code PIC 9(2).
       01 WS-Field-Max PIC 9(2).
       01 WS-Field-Value PIC X(80).
       01 WS-Field-Label PIC X(12).

      * The crash in hand: whether any transaction selected it, and
      * each field change made to it, for the report.
       01 WS-Selected-Switch PIC X(1).
           88 Crash-Selected VALUE "Y".
       01 WS-Match-Switch PIC X(1).
           88 Crash-Matches VALUE "Y".
       01 WS-Change-Table.
           02 WS-CH-Entry OCCURS 100 TIMES.
               03 WS-CH-Txn PIC 9(2) COMP.
               03 WS-CH-Code PIC 9(2).
               03 WS-CH-Before PIC X(80).
               03 WS-CH-After PIC X(80).
       01 WS-Changes-Used PIC 9(3) COMP.
       01 WS-Change-Sub PIC 9(3) COMP.
       01 WS-Result-Text PIC X(26).

       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Selected-Count PIC 9(7) VALUE ZERO.
       01 WS-Changed-Count PIC 9(7) VALUE ZERO.
       01 WS-Unchanged-Count PIC 9(7) VALUE ZERO.
       01 WS-Refused-Count PIC 9(7) VALUE ZERO.
       01 WS-Failed-Count PIC 9(7) VALUE ZERO.

      * Closed periods and the operator master, for the sign-on
      * and the override.
       01 WS-Closed-Table.
           02 WS-CP-Period OCCURS 120 TIMES PIC 9(6).
       01 WS-Closed-Used PIC 9(3) COMP VALUE ZERO.
       01 WS-Closed-Sub PIC 9(3) COMP.
       01 WS-Check-Period PIC 9(6).
       01 WS-Period-State PIC X(1).
           88 Period-Is-Closed VALUE "Y".
       01 WS-Override-Written PIC X(1).
           88 Override-Recorded VALUE "Y".
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
           02 WS-SG-Program PIC X(20) VALUE "Mass-Correct".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Event PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SG-Detail PIC X(40).
       01 WS-Master-State PIC X(1) VALUE "N".
           88 Operator-Master-Present VALUE "Y".
       01 WS-Override-State PIC X(1) VALUE "N".
           88 Override-Granted VALUE "Y".

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

       01 WS-Maint-Lock-Line.
           02 FILLER PIC X(6) VALUE "MAINT ".
           02 WS-ML-Holder PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-ML-Stamp PIC 9(14).

       01 WS-Report-Header.
           02 FILLER PIC X(18) VALUE "MASS CORRECTION - ".
           02 WS-RH-Mode PIC X(8).
           02 FILLER PIC X(11) VALUE "  OPERATOR ".
           02 WS-RH-Operator PIC X(8).
           02 FILLER PIC X(13) VALUE "  SUPERVISOR ".
           02 WS-RH-Supervisor PIC X(8).
           02 FILLER PIC X(8) VALUE "  RUN AT".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-RH-Stamp PIC X(14).
       01 WS-Preview-Notice PIC X(60) VALUE
           "*** PREVIEW - NOTHING HAS BEEN WRITTEN TO THE MASTER ***".
       01 WS-Detail-Heading.
           02 FILLER PIC X(6) VALUE "CRASH".
           02 FILLER PIC X(11) VALUE "CDATE".
           02 FILLER PIC X(13) VALUE "TRANSACTION".
           02 FILLER PIC X(13) VALUE "FIELD".
           02 FILLER PIC X(31) VALUE "BEFORE".
           02 FILLER PIC X(31) VALUE "AFTER".
           02 FILLER PIC X(26) VALUE "RESULT".
       01 WS-Detail-Line.
           02 WS-DL-ID PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Date PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Txn PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Field PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Before PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-After PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-DL-Result PIC X(26).
       01 WS-Txn-Heading.
           02 FILLER PIC X(14) VALUE "TRANSACTION".
           02 FILLER PIC X(30)
               VALUE "  SELECTED   CHANGED   REFUSED".
       01 WS-Txn-Line.
           02 WS-TL-Name PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 WS-TL-Selected PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-TL-Changed PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-TL-Refused PIC Z,ZZZ,ZZ9.
       01 WS-Count-Line.
           02 WS-CL-Label PIC X(44).
           02 WS-CL-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Stamp
           ACCEPT WS-Run-Arg FROM COMMAND-LINE
           UNSTRING WS-Run-Arg DELIMITED BY ALL " "
               INTO WS-Mode WS-Operator WS-Supervisor
           MOVE FUNCTION UPPER-CASE(WS-Mode) TO WS-Mode
           IF NOT Preview-Mode AND NOT Commit-Mode
                   OR WS-Operator = SPACE
               DISPLAY "Mass-Correct: pass PREVIEW or COMMIT and the "
                   "operator ID, with a supervisor ID after them to "
                   "override closed periods"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Sign-On-Operator THRU Sign-On-Operator-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Check-Batch-Interlock
               THRU Check-Batch-Interlock-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Load-Transactions THRU Load-Transactions-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Load-Closed-Periods THRU Load-Closed-Periods-Exit
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "Mass-Correct: unable to open "
                   "MASS-CORRECT.RPT, status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Write-Report-Header
           IF Preview-Mode
               OPEN INPUT CrashDataFile
           ELSE
               OPEN I-O CrashDataFile
           END-IF
           IF WS-Dat-Status NOT = "00"
               DISPLAY "Mass-Correct: unable to open Crash-Data.dat, "
                   "status " WS-Dat-Status
               CLOSE ReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Commit-Mode
               PERFORM Set-Maint-Interlock
                   THRU Set-Maint-Interlock-Exit
               IF Maint-Lock-Refused
                   CLOSE CrashDataFile
                   CLOSE ReportFile
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM Find-Audit-Chain-End
                   THRU Find-Audit-Chain-End-Exit
               OPEN EXTEND AuditFile
               IF WS-Audit-Status = "35"
                   OPEN OUTPUT AuditFile
               END-IF
               IF WS-Audit-Status NOT = "00"
                   DISPLAY "Mass-Correct: unable to open "
                       "CRASH-AUDIT.DAT, status " WS-Audit-Status
                       " - nothing was changed"
                   CLOSE CrashDataFile
                   CLOSE ReportFile
                   PERFORM Clear-Maint-Interlock
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM UNTIL EndOfCrashData
               READ CrashDataFile NEXT RECORD
                   AT END SET EndOfCrashData TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM Correct-One-Crash
                           THRU Correct-One-Crash-Exit
               END-READ
           END-PERFORM
           CLOSE CrashDataFile
           IF Commit-Mode
               CLOSE AuditFile
               PERFORM Clear-Maint-Interlock
           END-IF
           PERFORM Write-Control-Totals
           CLOSE ReportFile
           DISPLAY "Mass-Correct: " WS-Mode " - " WS-Read-Count
               " read, " WS-Selected-Count " selected, "
               WS-Changed-Count " changed, " WS-Refused-Count
               " refused"
           IF WS-Refused-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Failed-Count > ZERO
               DISPLAY "Mass-Correct: *** WARNING *** "
                   WS-Failed-Count " rewrite(s) failed - see "
                   "MASS-CORRECT.RPT"
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

      * The operator must hold level 3; a supervisor, when named,
      * the S flag. For a COMMIT each keys their password at the
      * console, as at an online sign-on.
       Sign-On-Operator.
           PERFORM Load-Operator-Master
               THRU Load-Operator-Master-Exit
           IF RETURN-CODE NOT = 0
               GO TO Sign-On-Operator-Exit
           END-IF
           IF NOT Operator-Master-Present
               DISPLAY "Mass-Correct: no OPERATOR-MASTER.DAT - a "
                   "mass correction cannot be authorized; run "
                   "refused"
               MOVE 16 TO RETURN-CODE
               GO TO Sign-On-Operator-Exit
           END-IF
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Operator
               CONTINUE
           END-PERFORM
           IF WS-Oper-Sub > WS-Opers-Used
               DISPLAY "Mass-Correct: operator " WS-Operator
                   " is not in the operator master - run refused"
               MOVE WS-Operator TO WS-Signon-ID
               MOVE "REFUSED" TO WS-Signon-Event
               MOVE "UNKNOWN ID" TO WS-Signon-Detail
               PERFORM Write-Signon-Log
               MOVE 16 TO RETURN-CODE
               GO TO Sign-On-Operator-Exit
           END-IF
           IF WS-OM-Level(WS-Oper-Sub) < 3
               DISPLAY "Mass-Correct: mass corrections need "
                   "authority level 3 - run refused"
               MOVE 16 TO RETURN-CODE
               GO TO Sign-On-Operator-Exit
           END-IF
      * A COMMIT changes the master, so the operator keys their
      * password for it; a PREVIEW changes nothing and needs none.
           IF Commit-Mode
               PERFORM Confirm-Operator-Password
                   THRU Confirm-Operator-Password-Exit
               IF NOT Password-Accepted
                   DISPLAY "Mass-Correct: commit not confirmed - "
                       "run refused"
                   MOVE 16 TO RETURN-CODE
                   GO TO Sign-On-Operator-Exit
               END-IF
               MOVE "SIGNON" TO WS-Signon-Event
               MOVE "MASS CORRECTION COMMIT" TO WS-Signon-Detail
               PERFORM Write-Signon-Log
           END-IF
           DISPLAY "Mass-Correct: submitted by "
               WS-OM-Name(WS-Oper-Sub)
           IF WS-Supervisor = SPACE
               GO TO Sign-On-Operator-Exit
           END-IF
           PERFORM VARYING WS-Oper-Sub FROM 1 BY 1
                   UNTIL WS-Oper-Sub > WS-Opers-Used
                   OR WS-OM-ID(WS-Oper-Sub) = WS-Supervisor
               CONTINUE
           END-PERFORM
           IF WS-Oper-Sub > WS-Opers-Used OR
                   WS-OM-Sup(WS-Oper-Sub) NOT = "S"
               DISPLAY "Mass-Correct: " WS-Supervisor " is not a "
                   "supervisor in the operator master - run refused"
               MOVE 16 TO RETURN-CODE
               GO TO Sign-On-Operator-Exit
           END-IF
           IF Commit-Mode
               PERFORM Confirm-Operator-Password
                   THRU Confirm-Operator-Password-Exit
               IF NOT Password-Accepted
                   DISPLAY "Mass-Correct: override not confirmed - "
                       "run refused"
                   MOVE 16 TO RETURN-CODE
                   GO TO Sign-On-Operator-Exit
               END-IF
               MOVE "OVERRIDE" TO WS-Signon-Event
               MOVE SPACE TO WS-Signon-Detail
               STRING "MASS CORRECTION FOR " WS-Operator
                   DELIMITED BY SIZE INTO WS-Signon-Detail
               PERFORM Write-Signon-Log
           END-IF
           SET Override-Granted TO TRUE
           DISPLAY "Mass-Correct: closed periods overridden by "
               WS-OM-Name(WS-Oper-Sub).
       Sign-On-Operator-Exit.
           EXIT.

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
               DISPLAY "Mass-Correct: unable to read "
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

       Check-Batch-Interlock.
           OPEN INPUT BatchLockFile
           IF WS-BLock-Status NOT = "00"
               GO TO Check-Batch-Interlock-Exit
           END-IF
           READ BatchLockFile
               AT END CONTINUE
               NOT AT END
                   IF BatchLockRec(1:5) = "CYCLE"
                       DISPLAY "Mass-Correct: Batch-Driver holds "
                           "the master - " BatchLockRec
                       DISPLAY "Mass-Correct: run refused until "
                           "the cycle completes"
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ
           CLOSE BatchLockFile.
       Check-Batch-Interlock-Exit.
           EXIT.

      * Another session's lock is honoured, not overwritten: two
      * sessions appending to CRASH-AUDIT.DAT from the same cached
      * chain end would fork the chain. The same holder signing
      * back on after a dropped session takes its own lock over.
       Set-Maint-Interlock.
           MOVE WS-Operator TO WS-ML-Holder
           OPEN INPUT MaintLockFile
           IF WS-MLock-Status = "00"
               READ MaintLockFile
                   AT END CONTINUE
                   NOT AT END
                       IF MaintLockRec(1:6) = "MAINT " AND
                               MaintLockRec(7:8) NOT = WS-ML-Holder
                           DISPLAY "Mass-Correct: another maintenance "
                               "session holds the master - "
                               MaintLockRec
                           SET Maint-Lock-Refused TO TRUE
                       END-IF
               END-READ
               CLOSE MaintLockFile
           END-IF
           IF Maint-Lock-Refused
               GO TO Set-Maint-Interlock-Exit
           END-IF
           OPEN OUTPUT MaintLockFile
           IF WS-MLock-Status NOT = "00"
               DISPLAY "Mass-Correct: *** WARNING *** unable to "
                   "write MAINT-INTERLOCK.DAT, status "
                   WS-MLock-Status " - the batch cannot see this run"
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ML-Stamp
               MOVE WS-Maint-Lock-Line TO MaintLockRec
               WRITE MaintLockRec
               CLOSE MaintLockFile
           END-IF.
       Set-Maint-Interlock-Exit.
           EXIT.

       Clear-Maint-Interlock.
           OPEN OUTPUT MaintLockFile
           IF WS-MLock-Status = "00"
               MOVE "CLEAR" TO MaintLockRec
               WRITE MaintLockRec
               CLOSE MaintLockFile
           END-IF.

      * Reads and checks every card. Any error is listed with its
      * line number and the run stops - half a correction applied
      * is worse than none.
       Load-Transactions.
           OPEN INPUT TxnFile
           IF WS-Txn-Status NOT = "00"
               DISPLAY "Mass-Correct: unable to open "
                   "MASS-CORRECT.DAT, status " WS-Txn-Status
               MOVE 16 TO RETURN-CODE
               GO TO Load-Transactions-Exit
           END-IF
           PERFORM UNTIL EndOfTxnFile
               READ TxnFile
                   AT END SET EndOfTxnFile TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Txn-Line-No
                       IF TxnRec NOT = SPACE AND
                               TxnRec(1:1) NOT = "*"
                           PERFORM Apply-Txn-Card
                               THRU Apply-Txn-Card-Exit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TxnFile
           IF Txn-Is-Open
               PERFORM Close-Transaction
           END-IF
           IF WS-Txns-Used = ZERO AND WS-Txn-Errors = ZERO
               DISPLAY "Mass-Correct: MASS-CORRECT.DAT holds no "
                   "transactions"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-Txn-Errors > ZERO
               DISPLAY "Mass-Correct: " WS-Txn-Errors " error(s) in "
                   "MASS-CORRECT.DAT - correct them and rerun; "
                   "nothing was changed"
               MOVE 16 TO RETURN-CODE
           END-IF.
       Load-Transactions-Exit.
           EXIT.

      * The value is everything after the first "=", so a value may
      * itself hold one.
       Apply-Txn-Card.
           MOVE SPACE TO WS-Txn-Keyword
           MOVE SPACE TO WS-Txn-Value
           MOVE 1 TO WS-Txn-Ptr
           UNSTRING TxnRec DELIMITED BY "="
               INTO WS-Txn-Keyword WITH POINTER WS-Txn-Ptr
           MOVE FUNCTION UPPER-CASE(WS-Txn-Keyword) TO WS-Txn-Keyword
           IF WS-Txn-Keyword = "END"
               IF Txn-Is-Open
                   PERFORM Close-Transaction
               END-IF
               GO TO Apply-Txn-Card-Exit
           END-IF
           IF WS-Txn-Ptr > 120
               PERFORM Txn-Card-Error
               DISPLAY "    no KEYWORD=value on the card"
               GO TO Apply-Txn-Card-Exit
           END-IF
           MOVE TxnRec(WS-Txn-Ptr:) TO WS-Txn-Value
           IF WS-Txn-Keyword = "TXN"
               IF Txn-Is-Open
                   PERFORM Close-Transaction
               END-IF
               IF WS-Txns-Used >= 50
                   PERFORM Txn-Card-Error
                   DISPLAY "    more than 50 transactions"
                   GO TO Apply-Txn-Card-Exit
               END-IF
               ADD 1 TO WS-Txns-Used
               MOVE WS-Txns-Used TO WS-Txn-Sub
               PERFORM Clear-Transaction
               MOVE WS-Txn-Value TO WS-TX-Name(WS-Txn-Sub)
               SET Txn-Is-Open TO TRUE
               GO TO Apply-Txn-Card-Exit
           END-IF
           IF NOT Txn-Is-Open
               PERFORM Txn-Card-Error
               DISPLAY "    card outside a transaction - start each "
                   "one with TXN=name"
               GO TO Apply-Txn-Card-Exit
           END-IF
           EVALUATE TRUE
               WHEN WS-Txn-Keyword = "TRACT"
                   MOVE WS-Txn-Value TO WS-TX-Tract(WS-Txn-Sub)
                   MOVE "Y" TO WS-TX-Tract-Flag(WS-Txn-Sub)
               WHEN WS-Txn-Keyword = "ZONE"
                   MOVE WS-Txn-Value TO WS-TX-Zone(WS-Txn-Sub)
                   MOVE "Y" TO WS-TX-Zone-Flag(WS-Txn-Sub)
               WHEN WS-Txn-Keyword = "AGENCY"
                   MOVE WS-Txn-Value TO WS-TX-Agency(WS-Txn-Sub)
                   MOVE "Y" TO WS-TX-Agency-Flag(WS-Txn-Sub)
               WHEN WS-Txn-Keyword = "DATE-FROM"
                   MOVE WS-Txn-Value(1:10) TO WS-Edit-Date
                   PERFORM Validate-Edit-Date
                       THRU Validate-Edit-Date-Exit
                   IF Date-Is-Invalid
                       PERFORM Txn-Card-Error
                       DISPLAY "    DATE-FROM is not a valid YYYY-MM-DD"
                   ELSE
                       MOVE WS-Edit-Date TO WS-TX-From(WS-Txn-Sub)
                   END-IF
               WHEN WS-Txn-Keyword = "DATE-TO"
                   MOVE WS-Txn-Value(1:10) TO WS-Edit-Date
                   PERFORM Validate-Edit-Date
                       THRU Validate-Edit-Date-Exit
                   IF Date-Is-Invalid
                       PERFORM Txn-Card-Error
                       DISPLAY "    DATE-TO is not a valid YYYY-MM-DD"
                   ELSE
                       MOVE WS-Edit-Date TO WS-TX-To(WS-Txn-Sub)
                   END-IF
               WHEN WS-Txn-Keyword(1:3) = "IF-"
                   MOVE WS-Txn-Keyword(4:) TO WS-Field-Name
                   PERFORM Find-Field-Code
                   IF WS-Field-Code = ZERO
                       PERFORM Txn-Card-Error
                       DISPLAY "    no such correctable field"
                   ELSE
                       IF WS-TX-If-Used(WS-Txn-Sub) >= 10
                           PERFORM Txn-Card-Error
                           DISPLAY "    more than 10 IF- cards"
                       ELSE
                           ADD 1 TO WS-TX-If-Used(WS-Txn-Sub)
                           MOVE WS-TX-If-Used(WS-Txn-Sub)
                               TO WS-Cond-Sub
                           MOVE WS-Field-Code TO
                               WS-TX-If-Code(WS-Txn-Sub, WS-Cond-Sub)
                           MOVE WS-Txn-Value TO
                               WS-TX-If-Value(WS-Txn-Sub, WS-Cond-Sub)
                       END-IF
                   END-IF
               WHEN WS-Txn-Keyword(1:4) = "SET-"
                   MOVE WS-Txn-Keyword(5:) TO WS-Field-Name
                   PERFORM Find-Field-Code
                   PERFORM Measure-Txn-Value
                   EVALUATE TRUE
                       WHEN WS-Field-Code = ZERO
                           PERFORM Txn-Card-Error
                           DISPLAY "    no such correctable field"
                       WHEN WS-Value-Len > WS-Field-Max
                           PERFORM Txn-Card-Error
                           DISPLAY "    value longer than the "
                               WS-Field-Max "-character field"
                       WHEN WS-TX-Set-Used(WS-Txn-Sub) >= 10
                           PERFORM Txn-Card-Error
                           DISPLAY "    more than 10 SET- cards"
                       WHEN OTHER
                           ADD 1 TO WS-TX-Set-Used(WS-Txn-Sub)
                           MOVE WS-TX-Set-Used(WS-Txn-Sub)
                               TO WS-Cond-Sub
                           MOVE WS-Field-Code TO
                               WS-TX-Set-Code(WS-Txn-Sub, WS-Cond-Sub)
                           MOVE WS-Txn-Value TO
                               WS-TX-Set-Value(WS-Txn-Sub, WS-Cond-Sub)
                   END-EVALUATE
               WHEN OTHER
                   PERFORM Txn-Card-Error
                   DISPLAY "    unknown keyword " WS-Txn-Keyword
           END-EVALUATE.
       Apply-Txn-Card-Exit.
           EXIT.

       Txn-Card-Error.
           ADD 1 TO WS-Txn-Errors
           DISPLAY "Mass-Correct: MASS-CORRECT.DAT line "
               WS-Txn-Line-No ": " TxnRec.

       Measure-Txn-Value.
           MOVE 80 TO WS-Value-Len
           PERFORM UNTIL WS-Value-Len = ZERO
                   OR WS-Txn-Value(WS-Value-Len:1) NOT = SPACE
               SUBTRACT 1 FROM WS-Value-Len
           END-PERFORM.

       Clear-Transaction.
           MOVE SPACE TO WS-TX-Name(WS-Txn-Sub)
           MOVE SPACE TO WS-TX-Tract(WS-Txn-Sub)
           MOVE "N" TO WS-TX-Tract-Flag(WS-Txn-Sub)
           MOVE SPACE TO WS-TX-Zone(WS-Txn-Sub)
           MOVE "N" TO WS-TX-Zone-Flag(WS-Txn-Sub)
           MOVE SPACE TO WS-TX-Agency(WS-Txn-Sub)
           MOVE "N" TO WS-TX-Agency-Flag(WS-Txn-Sub)
           MOVE SPACE TO WS-TX-From(WS-Txn-Sub)
           MOVE SPACE TO WS-TX-To(WS-Txn-Sub)
           MOVE ZERO TO WS-TX-If-Used(WS-Txn-Sub)
           MOVE ZERO TO WS-TX-Set-Used(WS-Txn-Sub)
           MOVE ZERO TO WS-TX-Selected(WS-Txn-Sub)
           MOVE ZERO TO WS-TX-Changed(WS-Txn-Sub)
           MOVE ZERO TO WS-TX-Refused(WS-Txn-Sub).

      * A transaction with nothing to select on would rewrite the
      * whole master; one with nothing to set does nothing at all.
       Close-Transaction.
           MOVE "N" TO WS-Txn-Open
           IF WS-TX-Tract-Flag(WS-Txn-Sub) = "N" AND
                   WS-TX-Zone-Flag(WS-Txn-Sub) = "N" AND
                   WS-TX-Agency-Flag(WS-Txn-Sub) = "N" AND
                   WS-TX-From(WS-Txn-Sub) = SPACE AND
                   WS-TX-To(WS-Txn-Sub) = SPACE AND
                   WS-TX-If-Used(WS-Txn-Sub) = ZERO
               ADD 1 TO WS-Txn-Errors
               DISPLAY "Mass-Correct: transaction "
                   WS-TX-Name(WS-Txn-Sub) " selects on nothing - "
                   "it would change every crash"
           END-IF
           IF WS-TX-Set-Used(WS-Txn-Sub) = ZERO
               ADD 1 TO WS-Txn-Errors
               DISPLAY "Mass-Correct: transaction "
                   WS-TX-Name(WS-Txn-Sub) " has no SET- card"
           END-IF
           IF WS-TX-From(WS-Txn-Sub) NOT = SPACE AND
                   WS-TX-To(WS-Txn-Sub) NOT = SPACE AND
                   WS-TX-From(WS-Txn-Sub) > WS-TX-To(WS-Txn-Sub)
               ADD 1 TO WS-Txn-Errors
               DISPLAY "Mass-Correct: transaction "
                   WS-TX-Name(WS-Txn-Sub) " DATE-FROM is after "
                   "its DATE-TO"
           END-IF.

      * Field name to code and width. Zero is not a field this
      * program corrects.
       Find-Field-Code.
           MOVE FUNCTION UPPER-CASE(WS-Field-Name) TO WS-Field-Name
           MOVE ZERO TO WS-Field-Code
           MOVE ZERO TO WS-Field-Max
           EVALUATE WS-Field-Name
               WHEN "LOC"
                   MOVE 1 TO WS-Field-Code
                   MOVE 54 TO WS-Field-Max
               WHEN "RDFEATURE"
                   MOVE 2 TO WS-Field-Code
                   MOVE 34 TO WS-Field-Max
               WHEN "RDCHARACTER"
                   MOVE 3 TO WS-Field-Code
                   MOVE 23 TO WS-Field-Max
               WHEN "RDCLASS"
                   MOVE 4 TO WS-Field-Code
                   MOVE 23 TO WS-Field-Max
               WHEN "RDCONFIG"
                   MOVE 5 TO WS-Field-Code
                   MOVE 41 TO WS-Field-Max
               WHEN "RDSURFACE"
                   MOVE 6 TO WS-Field-Code
                   MOVE 16 TO WS-Field-Max
               WHEN "RDCOND"
                   MOVE 7 TO WS-Field-Code
                   MOVE 24 TO WS-Field-Max
               WHEN "LIGHTCOND"
                   MOVE 8 TO WS-Field-Code
                   MOVE 26 TO WS-Field-Max
               WHEN "WEATHER"
                   MOVE 9 TO WS-Field-Code
                   MOVE 34 TO WS-Field-Max
               WHEN "TRAFCONTROL"
                   MOVE 10 TO WS-Field-Code
                   MOVE 35 TO WS-Field-Max
               WHEN "TRACT"
                   MOVE 11 TO WS-Field-Code
                   MOVE 4 TO WS-Field-Max
               WHEN "ZONE"
                   MOVE 12 TO WS-Field-Code
                   MOVE 4 TO WS-Field-Max
               WHEN "WORKAREA"
                   MOVE 13 TO WS-Field-Code
                   MOVE 45 TO WS-Field-Max
               WHEN "LOCCODE"
                   MOVE 14 TO WS-Field-Code
                   MOVE 8 TO WS-Field-Max
               WHEN "SRCAGENCY"
                   MOVE 15 TO WS-Field-Code
                   MOVE 3 TO WS-Field-Max
           END-EVALUATE.

       Name-Field-Code.
           EVALUATE WS-Field-Code
               WHEN 1 MOVE "LOC" TO WS-Field-Label
               WHEN 2 MOVE "RDFEATURE" TO WS-Field-Label
               WHEN 3 MOVE "RDCHARACTER" TO WS-Field-Label
               WHEN 4 MOVE "RDCLASS" TO WS-Field-Label
               WHEN 5 MOVE "RDCONFIG" TO WS-Field-Label
               WHEN 6 MOVE "RDSURFACE" TO WS-Field-Label
               WHEN 7 MOVE "RDCOND" TO WS-Field-Label
               WHEN 8 MOVE "LIGHTCOND" TO WS-Field-Label
               WHEN 9 MOVE "WEATHER" TO WS-Field-Label
               WHEN 10 MOVE "TRAFCONTROL" TO WS-Field-Label
               WHEN 11 MOVE "TRACT" TO WS-Field-Label
               WHEN 12 MOVE "ZONE" TO WS-Field-Label
               WHEN 13 MOVE "WORKAREA" TO WS-Field-Label
               WHEN 14 MOVE "LOCCODE" TO WS-Field-Label
               WHEN 15 MOVE "SRCAGENCY" TO WS-Field-Label
           END-EVALUATE.

       Get-Field-Value.
           MOVE SPACE TO WS-Field-Value
           EVALUATE WS-Field-Code
               WHEN 1 MOVE Loc TO WS-Field-Value
               WHEN 2 MOVE RdFeature TO WS-Field-Value
               WHEN 3 MOVE RdCharacter TO WS-Field-Value
               WHEN 4 MOVE RdClass TO WS-Field-Value
               WHEN 5 MOVE RDConfig TO WS-Field-Value
               WHEN 6 MOVE RDSurface TO WS-Field-Value
               WHEN 7 MOVE RDCond TO WS-Field-Value
               WHEN 8 MOVE LightCond TO WS-Field-Value
               WHEN 9 MOVE Weather TO WS-Field-Value
               WHEN 10 MOVE TrafControl TO WS-Field-Value
               WHEN 11 MOVE Tract TO WS-Field-Value
               WHEN 12 MOVE Zone TO WS-Field-Value
               WHEN 13 MOVE WorkArea TO WS-Field-Value
               WHEN 14 MOVE LocCode TO WS-Field-Value
               WHEN 15 MOVE SrcAgency TO WS-Field-Value
           END-EVALUATE.

       Put-Field-Value.
           EVALUATE WS-Field-Code
               WHEN 1 MOVE WS-Field-Value TO Loc
               WHEN 2 MOVE WS-Field-Value TO RdFeature
               WHEN 3 MOVE WS-Field-Value TO RdCharacter
               WHEN 4 MOVE WS-Field-Value TO RdClass
               WHEN 5 MOVE WS-Field-Value TO RDConfig
               WHEN 6 MOVE WS-Field-Value TO RDSurface
               WHEN 7 MOVE WS-Field-Value TO RDCond
               WHEN 8 MOVE WS-Field-Value TO LightCond
               WHEN 9 MOVE WS-Field-Value TO Weather
               WHEN 10 MOVE WS-Field-Value TO TrafControl
               WHEN 11 MOVE WS-Field-Value TO Tract
               WHEN 12 MOVE WS-Field-Value TO Zone
               WHEN 13 MOVE WS-Field-Value TO WorkArea
               WHEN 14 MOVE WS-Field-Value TO LocCode
               WHEN 15 MOVE WS-Field-Value TO SrcAgency
           END-EVALUATE.

      * Runs the crash through every transaction in turn, then
      * settles it: unchanged, refused for a closed period, or
      * changed (rewritten and audited in COMMIT).
       Correct-One-Crash.
           MOVE CrashRec TO WS-Before-Image
           MOVE "N" TO WS-Selected-Switch
           MOVE ZERO TO WS-Changes-Used
           PERFORM VARYING WS-Txn-Sub FROM 1 BY 1
                   UNTIL WS-Txn-Sub > WS-Txns-Used
               MOVE "N" TO WS-TX-Touched(WS-Txn-Sub)
               PERFORM Test-Selection THRU Test-Selection-Exit
               IF Crash-Matches
                   SET Crash-Selected TO TRUE
                   ADD 1 TO WS-TX-Selected(WS-Txn-Sub)
                   PERFORM Apply-Assignments
               END-IF
           END-PERFORM
           IF NOT Crash-Selected
               GO TO Correct-One-Crash-Exit
           END-IF
           ADD 1 TO WS-Selected-Count
           IF CrashRec = WS-Before-Image
               ADD 1 TO WS-Unchanged-Count
               GO TO Correct-One-Crash-Exit
           END-IF
           PERFORM Check-Closed-Period THRU Check-Closed-Period-Done
           IF Period-Is-Closed AND NOT Override-Granted
               ADD 1 TO WS-Refused-Count
               PERFORM Count-Txn-Refused
               MOVE SPACE TO WS-Result-Text
               STRING "REFUSED - CLOSED " WS-Check-Period
                   DELIMITED BY SIZE INTO WS-Result-Text
               PERFORM Write-Change-Lines
               GO TO Correct-One-Crash-Exit
           END-IF
           IF Preview-Mode
               ADD 1 TO WS-Changed-Count
               PERFORM Count-Txn-Changed
               IF Period-Is-Closed
                   MOVE "WOULD CHANGE - OVERRIDE" TO WS-Result-Text
               ELSE
                   MOVE "WOULD CHANGE" TO WS-Result-Text
               END-IF
               PERFORM Write-Change-Lines
               GO TO Correct-One-Crash-Exit
           END-IF
      * A closed-period change with no OVERRD record behind it would
      * never reach DOT-Amendment, so it is not made at all.
           IF Period-Is-Closed
               PERFORM Write-Override-Record
               IF NOT Override-Recorded
                   ADD 1 TO WS-Failed-Count
                   MOVE "NO OVERRIDE - NOT CHANGED" TO WS-Result-Text
                   PERFORM Write-Change-Lines
                   GO TO Correct-One-Crash-Exit
               END-IF
           END-IF
           REWRITE CrashRec
           IF WS-Dat-Status NOT = "00"
               ADD 1 TO WS-Failed-Count
               MOVE SPACE TO WS-Result-Text
               STRING "REWRITE FAILED, STATUS " WS-Dat-Status
                   DELIMITED BY SIZE INTO WS-Result-Text
               PERFORM Write-Change-Lines
               GO TO Correct-One-Crash-Exit
           END-IF
           ADD 1 TO WS-Changed-Count
           PERFORM Count-Txn-Changed
           MOVE "UPDATE" TO WS-Audit-Action
           PERFORM Write-Audit-Pair
           IF Period-Is-Closed
               MOVE "CHANGED - OVERRIDDEN" TO WS-Result-Text
           ELSE
               MOVE "CHANGED" TO WS-Result-Text
           END-IF
           PERFORM Write-Change-Lines.
       Correct-One-Crash-Exit.
           EXIT.

      * Every criterion the transaction carries must hold.
       Test-Selection.
           MOVE "N" TO WS-Match-Switch
           IF WS-TX-Tract-Flag(WS-Txn-Sub) = "Y" AND
                   Tract NOT = WS-TX-Tract(WS-Txn-Sub)
               GO TO Test-Selection-Exit
           END-IF
           IF WS-TX-Zone-Flag(WS-Txn-Sub) = "Y" AND
                   Zone NOT = WS-TX-Zone(WS-Txn-Sub)
               GO TO Test-Selection-Exit
           END-IF
           IF WS-TX-Agency-Flag(WS-Txn-Sub) = "Y" AND
                   SrcAgency NOT = WS-TX-Agency(WS-Txn-Sub)
               GO TO Test-Selection-Exit
           END-IF
           IF WS-TX-From(WS-Txn-Sub) NOT = SPACE AND
                   CDate < WS-TX-From(WS-Txn-Sub)
               GO TO Test-Selection-Exit
           END-IF
           IF WS-TX-To(WS-Txn-Sub) NOT = SPACE AND
                   CDate > WS-TX-To(WS-Txn-Sub)
               GO TO Test-Selection-Exit
           END-IF
           PERFORM VARYING WS-Cond-Sub FROM 1 BY 1
                   UNTIL WS-Cond-Sub > WS-TX-If-Used(WS-Txn-Sub)
               MOVE WS-TX-If-Code(WS-Txn-Sub, WS-Cond-Sub)
                   TO WS-Field-Code
               PERFORM Get-Field-Value
               IF WS-Field-Value NOT =
                       WS-TX-If-Value(WS-Txn-Sub, WS-Cond-Sub)
                   GO TO Test-Selection-Exit
               END-IF
           END-PERFORM
           SET Crash-Matches TO TRUE.
       Test-Selection-Exit.
           EXIT.

      * Sets each field that does not already hold its value, and
      * notes the change for the report.
       Apply-Assignments.
           PERFORM VARYING WS-Cond-Sub FROM 1 BY 1
                   UNTIL WS-Cond-Sub > WS-TX-Set-Used(WS-Txn-Sub)
               MOVE WS-TX-Set-Code(WS-Txn-Sub, WS-Cond-Sub)
                   TO WS-Field-Code
               PERFORM Get-Field-Value
               IF WS-Field-Value NOT =
                       WS-TX-Set-Value(WS-Txn-Sub, WS-Cond-Sub)
                   IF WS-Changes-Used < 100
                       ADD 1 TO WS-Changes-Used
                       MOVE WS-Txn-Sub TO WS-CH-Txn(WS-Changes-Used)
                       MOVE WS-Field-Code
                           TO WS-CH-Code(WS-Changes-Used)
                       MOVE WS-Field-Value
                           TO WS-CH-Before(WS-Changes-Used)
                       MOVE WS-TX-Set-Value(WS-Txn-Sub, WS-Cond-Sub)
                           TO WS-CH-After(WS-Changes-Used)
                   END-IF
                   MOVE WS-TX-Set-Value(WS-Txn-Sub, WS-Cond-Sub)
                       TO WS-Field-Value
                   PERFORM Put-Field-Value
                   MOVE "Y" TO WS-TX-Touched(WS-Txn-Sub)
               END-IF
           END-PERFORM.

       Count-Txn-Changed.
           PERFORM VARYING WS-Txn-Sub FROM 1 BY 1
                   UNTIL WS-Txn-Sub > WS-Txns-Used
               IF WS-TX-Touched(WS-Txn-Sub) = "Y"
                   ADD 1 TO WS-TX-Changed(WS-Txn-Sub)
               END-IF
           END-PERFORM.

       Count-Txn-Refused.
           PERFORM VARYING WS-Txn-Sub FROM 1 BY 1
                   UNTIL WS-Txn-Sub > WS-Txns-Used
               IF WS-TX-Touched(WS-Txn-Sub) = "Y"
                   ADD 1 TO WS-TX-Refused(WS-Txn-Sub)
               END-IF
           END-PERFORM.

      * One line per field changed, before and after, with the
      * crash's outcome.
       Write-Change-Lines.
           PERFORM VARYING WS-Change-Sub FROM 1 BY 1
                   UNTIL WS-Change-Sub > WS-Changes-Used
               MOVE CrashID TO WS-DL-ID
               MOVE CDate TO WS-DL-Date
               MOVE WS-TX-Name(WS-CH-Txn(WS-Change-Sub)) TO WS-DL-Txn
               MOVE WS-CH-Code(WS-Change-Sub) TO WS-Field-Code
               PERFORM Name-Field-Code
               MOVE WS-Field-Label TO WS-DL-Field
               MOVE WS-CH-Before(WS-Change-Sub) TO WS-DL-Before
               MOVE WS-CH-After(WS-Change-Sub) TO WS-DL-After
               MOVE WS-Result-Text TO WS-DL-Result
               MOVE WS-Detail-Line TO ReportLine
               WRITE ReportLine
           END-PERFORM.

       Write-Report-Header.
           MOVE WS-Mode TO WS-RH-Mode
           MOVE WS-Operator TO WS-RH-Operator
           MOVE WS-Supervisor TO WS-RH-Supervisor
           MOVE WS-Run-Stamp TO WS-RH-Stamp
           MOVE WS-Report-Header TO ReportLine
           WRITE ReportLine
           IF Preview-Mode
               MOVE WS-Preview-Notice TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Detail-Heading TO ReportLine
           WRITE ReportLine.

       Write-Control-Totals.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-Txn-Heading TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-Txn-Sub FROM 1 BY 1
                   UNTIL WS-Txn-Sub > WS-Txns-Used
               MOVE WS-TX-Name(WS-Txn-Sub) TO WS-TL-Name
               MOVE WS-TX-Selected(WS-Txn-Sub) TO WS-TL-Selected
               MOVE WS-TX-Changed(WS-Txn-Sub) TO WS-TL-Changed
               MOVE WS-TX-Refused(WS-Txn-Sub) TO WS-TL-Refused
               MOVE WS-Txn-Line TO ReportLine
               WRITE ReportLine
           END-PERFORM
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE "CONTROL TOTALS" TO ReportLine
           WRITE ReportLine
           MOVE "  Records read" TO WS-CL-Label
           MOVE WS-Read-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  Records selected" TO WS-CL-Label
           MOVE WS-Selected-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           IF Preview-Mode
               MOVE "  Records that would change" TO WS-CL-Label
           ELSE
               MOVE "  Records changed" TO WS-CL-Label
           END-IF
           MOVE WS-Changed-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  Records refused (closed period)" TO WS-CL-Label
           MOVE WS-Refused-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  Records selected, already correct"
               TO WS-CL-Label
           MOVE WS-Unchanged-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine
           MOVE "  Rewrites failed" TO WS-CL-Label
           MOVE WS-Failed-Count TO WS-CL-Count
           MOVE WS-Count-Line TO ReportLine
           WRITE ReportLine.

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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedPeriodFile.
       Load-Closed-Periods-Exit.
           EXIT.

       Check-Closed-Period.
           MOVE "N" TO WS-Period-State
           IF TYear IS NOT NUMERIC OR TMonth IS NOT NUMERIC
               GO TO Check-Closed-Period-Done
           END-IF
           MOVE TYear TO WS-Check-Period(1:4)
           MOVE TMonth TO WS-Check-Period(5:2)
           PERFORM VARYING WS-Closed-Sub FROM 1 BY 1
                   UNTIL WS-Closed-Sub > WS-Closed-Used
               IF WS-CP-Period(WS-Closed-Sub) = WS-Check-Period
                   MOVE "Y" TO WS-Period-State
               END-IF
           END-PERFORM.
       Check-Closed-Period-Done.
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

      * The before image is the crash as read; the after image the
      * crash as rewritten - the pair Crash-Maint writes.
       Write-Audit-Pair.
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE WS-Operator TO AudOperator
           MOVE WS-Audit-Action TO AudAction
           MOVE CrashID TO AudCrashID
           MOVE "B" TO AudImageType
           MOVE WS-Before-Image TO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Mass-Correct: *** WARNING *** unable to write "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
           END-IF
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE WS-Operator TO AudOperator
           MOVE WS-Audit-Action TO AudAction
           MOVE CrashID TO AudCrashID
           MOVE "A" TO AudImageType
           MOVE CrashRec TO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status NOT = "00"
               DISPLAY "Mass-Correct: *** WARNING *** unable to write "
                   "CRASH-AUDIT.DAT, status " WS-Audit-Status
           END-IF.

      * The supervisor's override, recorded as Crash-Maint records
      * it: an OVERRD "B" record under the supervisor's ID.
       Write-Override-Record.
           MOVE SPACE TO AuditRec
           MOVE FUNCTION CURRENT-DATE(1:16) TO AudTimestamp
           MOVE WS-Supervisor TO AudOperator
           MOVE "OVERRD" TO AudAction
           MOVE CrashID TO AudCrashID
           MOVE "B" TO AudImageType
           MOVE SPACE TO AudImage
           STRING "CLOSED PERIOD " WS-Check-Period
               " OVERRIDDEN FOR OPERATOR " WS-Operator
               DELIMITED BY SIZE INTO AudImage
           PERFORM Write-Chained-Audit
           IF WS-Audit-Status = "00"
               MOVE "Y" TO WS-Override-Written
           ELSE
               MOVE "N" TO WS-Override-Written
               DISPLAY "Mass-Correct: *** WARNING *** unable to write "
                   "the override to CRASH-AUDIT.DAT, status "
                   WS-Audit-Status
           END-IF.

      * The sequence number and check value of the last record in
      * CRASH-AUDIT.DAT. Every record written here takes the next
      * number and a check value chained from the one before it, so
      * a line edited or taken out of the file shows as a break when
      * Audit-Verify walks the chain. Records from before the chain
      * began carry neither and are passed over.
       Find-Audit-Chain-End.
           MOVE ZERO TO WS-Chain-Seq
           MOVE ZERO TO WS-Chain-Check
           MOVE "N" TO WS-Chain-EOF
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = "00"
               GO TO Find-Audit-Chain-End-Exit
           END-IF
           PERFORM UNTIL Chain-End-Found
               READ AuditFile
                   AT END SET Chain-End-Found TO TRUE
                   NOT AT END
                       IF AudSeq IS NUMERIC AND AudCheck IS NUMERIC
                           MOVE AudSeq TO WS-Chain-Seq
                           MOVE AudCheck TO WS-Chain-Check
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile.
       Find-Audit-Chain-End-Exit.
           EXIT.

      * Numbers the record, folds every byte up to and including the
      * sequence number into the previous check value (times 31 plus
      * the byte, modulo the prime 4294967291 - Audit-Verify repeats
      * the same arithmetic), and writes it. The chain only moves on
      * when the write succeeds.
       Write-Chained-Audit.
           ADD 1 TO WS-Chain-Seq GIVING AudSeq
           MOVE WS-Chain-Check TO WS-Chain-Work
           PERFORM VARYING WS-Chain-Pos FROM 1 BY 1
                   UNTIL WS-Chain-Pos > 1459
               COMPUTE WS-Chain-Work = WS-Chain-Work * 31
                   + FUNCTION ORD(AuditRec(WS-Chain-Pos:1))
               DIVIDE WS-Chain-Work BY 4294967291
                   GIVING WS-Chain-Quotient REMAINDER WS-Chain-Work
           END-PERFORM
           MOVE WS-Chain-Work TO AudCheck
           WRITE AuditRec
           IF WS-Audit-Status = "00"
               MOVE AudSeq TO WS-Chain-Seq
               MOVE AudCheck TO WS-Chain-Check
           END-IF.

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
                   DISPLAY "Mass-Correct: password not accepted"
               ELSE
                   DISPLAY "Mass-Correct: third wrong password"
                   DISPLAY "Mass-Correct: " WS-Signon-ID
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
               DISPLAY "Mass-Correct: *** WARNING *** unable to read "
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
               DISPLAY "Mass-Correct: *** WARNING *** "
                   "OPERATOR-MASTER.DAT is over 300 lines - "
                   WS-OM-ID(WS-Oper-Sub) " not rewritten"
               GO TO Rewrite-Operator-Entry-Exit
           END-IF
           OPEN OUTPUT OperatorFile
           IF WS-Oper-Status NOT = "00"
               DISPLAY "Mass-Correct: *** WARNING *** "
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
               DISPLAY "Mass-Correct: *** WARNING *** "
                   "unable to write SIGNON-LOG.DAT, status "
                   WS-Signon-Status
           END-IF.

      * One password from the operator at WS-Oper-Sub, for an
      * override or a command-line run where there is no session to
      * change it in: the ID must be active, with an unexpired
      * password of its own choosing. Password-Accepted says how it
      * went.
       Confirm-Operator-Password.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Pwd-Today
           MOVE WS-OM-ID(WS-Oper-Sub) TO WS-Signon-ID
           MOVE "N" TO WS-Pwd-State
           MOVE SPACE TO WS-Signon-Detail
           EVALUATE TRUE
               WHEN WS-OM-State(WS-Oper-Sub) = "X"
                   MOVE "RETIRED ID" TO WS-Signon-Detail
               WHEN WS-OM-Fails(WS-Oper-Sub) >= 3
                   MOVE "LOCKED ID" TO WS-Signon-Detail
               WHEN WS-OM-Hash(WS-Oper-Sub) = SPACE
                   MOVE "NO PASSWORD ON FILE" TO WS-Signon-Detail
               WHEN WS-OM-State(WS-Oper-Sub) = "P"
                   MOVE "ISSUED PASSWORD NOT YET CHANGED"
                       TO WS-Signon-Detail
               WHEN WS-OM-Expiry(WS-Oper-Sub) < WS-Pwd-Today
                   MOVE "PASSWORD EXPIRED" TO WS-Signon-Detail
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Signon-Detail NOT = SPACE
               DISPLAY "Mass-Correct: " WS-Signon-ID
                   " cannot be accepted - " WS-Signon-Detail
               MOVE "REFUSED" TO WS-Signon-Event
               PERFORM Write-Signon-Log
               GO TO Confirm-Operator-Password-Exit
           END-IF
           DISPLAY "Mass-Correct: password for "
               WS-Signon-ID ": "
           ACCEPT WS-Pwd-Keyed WITH NO-ECHO
           PERFORM Verify-Keyed-Password.
       Confirm-Operator-Password-Exit.
           EXIT.
