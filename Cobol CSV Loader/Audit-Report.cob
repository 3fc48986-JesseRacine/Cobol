      *     run of this program
      * The operator sections cost one pass of the audit file per
      * operator - a handful of clerks, a quarterly run, and no
      * sort of 1470-byte records needed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audit-Report.
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
               READ AuditFile
                   AT END SET EndOfAuditFile TO TRUE
                   NOT AT END
      * The CARRY and SEAL records a roll-off leaves are chain
      * markers, not anyone's maintenance action.
                       IF AudTimestamp(1:8) >= WS-From-Date AND
                               AudTimestamp(1:8) <= WS-To-Date AND
                               AudAction NOT = "CARRY" AND
                               AudAction NOT = "SEAL"
                           PERFORM Note-Operator
                       END-IF
               END-READ
