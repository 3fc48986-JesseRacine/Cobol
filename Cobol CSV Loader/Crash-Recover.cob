      * Run this INSTEAD of the reload, with the old master moved
      * aside; the replayed master then carries every maintenance
      * action made since the snapshot.
      * The journal is only replayed once Audit-Verify has found
      * its chain intact, and only when it reaches back to the
      * snapshot date - after a quarterly roll-off the older
      * actions are in a sealed archive, not CRASH-AUDIT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Crash-Recover.
       ENVIRONMENT DIVISION.
       02 AudImageType PIC X(1).
       02 FILLER PIC X(1).
       02 AudImage PIC X(1408).
       02 FILLER PIC X(1).
       02 AudSeq PIC 9(9).
       02 FILLER PIC X(1).
       02 AudCheck PIC 9(10).

       FD ParmFile.
       01 ParmRec PIC X(80).
       01 WS-Work-Image PIC X(1408).
       01 WS-Rec-Exists PIC X(1).
           88 Record-Exists VALUE "Y".
       01 WS-Carry-From PIC X(8).

       01 WS-Count-Line.
           02 WS-CL-Label PIC X(40).
           DISPLAY "Crash-Recover: rebuilding from "
               WS-Snapshot-Name " and replaying the audit journal "
               "from " WS-Generation-Date
           PERFORM Check-Audit-Journal THRU Check-Audit-Journal-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM Load-From-Snapshot THRU Load-From-Snapshot-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
       Load-From-Snapshot-Exit.
           EXIT.

      * A journal whose chain is broken is not trusted, and a
      * journal that opens with a CARRY record dated after the
      * snapshot no longer holds every action since it.
       Check-Audit-Journal.
      * A fresh copy each time - Audit-Verify starts from its
      * VALUE clauses, not from where the last call left off.
           CANCEL "Audit-Verify"
           CALL "Audit-Verify"
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 4
                   MOVE 0 TO RETURN-CODE
                   GO TO Check-Audit-Journal-Exit
               WHEN OTHER
                   DISPLAY "Crash-Recover: CRASH-AUDIT.DAT did not "
                       "verify - see AUDIT-VERIFY.RPT; the journal "
                       "cannot be trusted for replay"
                   MOVE 16 TO RETURN-CODE
                   GO TO Check-Audit-Journal-Exit
           END-EVALUATE
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = "00"
               GO TO Check-Audit-Journal-Exit
           END-IF
           READ AuditFile
               AT END CONTINUE
               NOT AT END
                   IF AudAction = "CARRY"
                       MOVE AudImage(50:8) TO WS-Carry-From
                       IF WS-Carry-From > WS-Generation-Date
                           DISPLAY "Crash-Recover: CRASH-AUDIT.DAT "
                               "only holds actions from "
                               WS-Carry-From " - the earlier ones "
                               "are in " AudImage(14:22)
                           DISPLAY "Crash-Recover: start from a "
                               "snapshot taken on or after "
                               WS-Carry-From
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ
           CLOSE AuditFile.
       Check-Audit-Journal-Exit.
           EXIT.

      * Walks the audit journal and reapplies everything stamped on
      * or after the snapshot date. Only the "A" image of each pair
      * matters - it is the state the master held after the action
