      * DOT-CORRECTIONS.DAT - the worklist the clerk feeds through
      * Crash-Maint instead of waiting for the annual audit to find
      * the rejection.
      * Run with AMEND on the command line, it reconciles the
      * state's acknowledgment of a DOT-Amendment file instead:
      * DOT-AMENDMENT.DAT against DOT-AMEND-ACK.DAT, the amendment
      * number in the header standing where the period does, and
      * every A, C and D detail matched the same way. The report
      * goes to DOT-AMEND-RECONCILE.RPT and the rejections to
      * DOT-AMEND-CORRECTIONS.DAT, leaving the month's alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOT-Ack.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SubmitFile ASSIGN TO DYNAMIC WS-Submit-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Submit-Status.

       SELECT AckFile ASSIGN TO DYNAMIC WS-Ack-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ack-Status.

       SELECT ReportFile ASSIGN TO DYNAMIC WS-Report-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       SELECT WorklistFile ASSIGN TO DYNAMIC WS-Work-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Work-Status.

       01 WS-Ack-Status PIC X(2).
       01 WS-Report-Status PIC X(2).
       01 WS-Work-Status PIC X(2).
       01 WS-Submit-Name PIC X(30) VALUE "DOT-SUBMISSION.DAT".
       01 WS-Ack-Name PIC X(30) VALUE "DOT-ACK.DAT".
       01 WS-Report-Name PIC X(30) VALUE "DOT-RECONCILE.RPT".
       01 WS-Work-Name PIC X(30) VALUE "DOT-CORRECTIONS.DAT".
       01 WS-Run-Arg PIC X(20) VALUE SPACE.
       01 WS-Run-Kind PIC X(1) VALUE "M".
           88 Amendment-Run VALUE "A".

      * Our submission's records, reparsed from the fixed layouts
      * DOT-Submission writes.
           02 WS-SH-Agency PIC X(6).
           02 WS-SH-Period PIC 9(6).
           02 WS-SH-BuildDate PIC 9(8).
           02 WS-SH-Kind PIC X(1).
       01 WS-Sub-Detail.
           02 WS-SD-Type PIC X(1).
           02 WS-SD-CrashID PIC 9(5).
       01 WS-Ack-Rej-Trailer PIC 9(7) VALUE ZERO.

       01 WS-Head-Line.
           02 WS-HL-Title PIC X(30)
               VALUE "DOT ACK RECONCILIATION PERIOD ".
           02 WS-HL-Period PIC 9(6).
       01 WS-Rej-Heading.
       PROCEDURE DIVISION.
       Begin.
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-Run-Arg FROM COMMAND-LINE
           IF WS-Run-Arg = "AMEND"
               SET Amendment-Run TO TRUE
               MOVE "DOT-AMENDMENT.DAT" TO WS-Submit-Name
               MOVE "DOT-AMEND-ACK.DAT" TO WS-Ack-Name
               MOVE "DOT-AMEND-RECONCILE.RPT" TO WS-Report-Name
               MOVE "DOT-AMEND-CORRECTIONS.DAT" TO WS-Work-Name
               MOVE "DOT AMENDMENT RECONCILIATION "
                   TO WS-HL-Title
           END-IF
           PERFORM Load-Submission THRU Load-Submission-Exit
           IF RETURN-CODE NOT = 0
               GOBACK
       Load-Submission.
           OPEN INPUT SubmitFile
           IF WS-Submit-Status NOT = "00"
               DISPLAY "DOT-Ack: unable to open " WS-Submit-Name
                   ", status " WS-Submit-Status
               MOVE 16 TO RETURN-CODE
               GO TO Load-Submission-Exit
           END-IF
                           WHEN "H"
                               MOVE SubmitRec TO WS-Sub-Header
                               MOVE WS-SH-Period TO WS-Sub-Period
                               PERFORM Check-Submission-Kind
                           WHEN "D"
                           WHEN "A"
                           WHEN "C"
                               MOVE SubmitRec TO WS-Sub-Detail
                               PERFORM Add-Sent-Detail
                           WHEN "T"
               END-READ
           END-PERFORM
           CLOSE SubmitFile
           IF RETURN-CODE = 16
               GO TO Load-Submission-Exit
           END-IF
           IF WS-Sent-Used = ZERO
               DISPLAY "DOT-Ack: the submission carries no detail "
                   "records - nothing to reconcile"
       Load-Submission-Exit.
           EXIT.

      * An amendment's header is marked "A" - the month's is not -
      * so a run pointed at the wrong kind of file stops here.
       Check-Submission-Kind.
           IF Amendment-Run AND WS-SH-Kind NOT = "A"
               DISPLAY "DOT-Ack: DOT-AMENDMENT.DAT does not carry "
                   "an amendment header"
               MOVE 16 TO RETURN-CODE
               SET EndOfSubmitFile TO TRUE
           END-IF
           IF NOT Amendment-Run AND WS-SH-Kind = "A"
               DISPLAY "DOT-Ack: DOT-SUBMISSION.DAT holds an "
                   "amendment - run with AMEND"
               MOVE 16 TO RETURN-CODE
               SET EndOfSubmitFile TO TRUE
           END-IF.

       Add-Sent-Detail.
           IF WS-Sent-Used >= 10000
               ADD 1 TO WS-Sent-Overflow

      * Walks the state's ack, marking each of our details with its
      * disposition. A period mismatch between the two headers
      * means someone is reconciling the wrong month (or, for an
      * amendment, the wrong amendment number) - stop there.
       Apply-Ack-File.
           OPEN INPUT AckFile
           IF WS-Ack-Status NOT = "00"
               DISPLAY "DOT-Ack: unable to open " WS-Ack-Name
                   ", status " WS-Ack-Status
               MOVE 16 TO RETURN-CODE
               GO TO Apply-Ack-File-Exit
           END-IF
                               MOVE AckRec TO WS-Ack-Header
                               MOVE WS-AH-Period TO WS-Ack-Period
                               IF WS-Ack-Period NOT = WS-Sub-Period
                                   DISPLAY "DOT-Ack: ack header "
                                       WS-Ack-Period " does not "
                                       "match submission header "
                                       WS-Sub-Period
                                   MOVE 16 TO RETURN-CODE
                                   SET EndOfAckFile TO TRUE
       Write-Reconcile-Report.
           OPEN OUTPUT ReportFile
           IF WS-Report-Status NOT = "00"
               DISPLAY "DOT-Ack: unable to open " WS-Report-Name
                   ", status " WS-Report-Status
               MOVE 16 TO RETURN-CODE
               GO TO Write-Reconcile-Report-Exit
           END-IF
       Write-Correction-Worklist.
           OPEN OUTPUT WorklistFile
           IF WS-Work-Status NOT = "00"
               DISPLAY "DOT-Ack: unable to open " WS-Work-Name
                   ", status " WS-Work-Status
               MOVE 16 TO RETURN-CODE
               GO TO Write-Correction-Worklist-Exit
           END-IF
