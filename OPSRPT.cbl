      * Daily operations report.  Reads the shared OPSCTL operations
      * control file for one run date (CCYYMMDD from the command
      * line, defaulting to today) and proves the batch chain ran
      * whole: each required step in order - STUEDIT, STUMAINT,
      * STUAUDIT, REGACK, PLAYING, CRSROSTR, ACCTPOST, TUITRECN,
      * FINHOLD - is checked for a start record, a matching end
      * record, a clean return code, no duplicate run, and no start
      * before the prior step ended.  HISTPURG is flagged if it ran
      * inside the chain's window.  On the night TERMROLL closes a
      * term, the ACADSTND standing run must have finished cleanly
      * before TERMROLL started, while the term's grades were still
      * live.  Every control record for the date is listed as an
      * audit trail on OPSRPT, and any exception ends the run with
      * RETURN-CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * The required nightly chain, in required order.
       01 WS-CHAIN-TABLE-DATA.
           05 FILLER PIC X(8) VALUE 'STUEDIT'.
           05 FILLER PIC X(8) VALUE 'STUMAINT'.
           05 FILLER PIC X(8) VALUE 'STUAUDIT'.
           05 FILLER PIC X(8) VALUE 'REGACK'.
           05 FILLER PIC X(8) VALUE 'PLAYING'.
           05 FILLER PIC X(8) VALUE 'CRSROSTR'.
           05 FILLER PIC X(8) VALUE 'ACCTPOST'.
           05 FILLER PIC X(8) VALUE 'TUITRECN'.
           05 FILLER PIC X(8) VALUE 'FINHOLD'.
       01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-TABLE-DATA.
           05 WS-CHAIN-STEP PIC X(8) OCCURS 9 TIMES.
       01 WS-CHAIN-STEP-COUNT PIC 9(2) VALUE 9.
       01 WS-CX PIC 9(2).

      * Per-step scan results, for the program in WS-SCAN-PROGRAM.
       01 WS-SCAN-PROGRAM PIC X(8).
       01 WS-STEP-START-COUNT PIC 9(3).
       01 WS-STEP-END-COUNT PIC 9(3).
       01 WS-STEP-FIRST-START PIC 9(6).
       01 WS-WINDOW-START PIC 9(6).
       01 WS-WINDOW-END PIC 9(6).

      * TERMROLL's start, for the end-of-term standing check.
       01 WS-ROLL-START PIC 9(6).

       01 WS-EXCEPTION-COUNT PIC 9(3) VALUE ZEROS.

       01 WS-OPS-RECORD-TYPE PIC X.
           PERFORM OPEN-OPS-REPORT
           PERFORM VERIFY-JOB-CHAIN
           PERFORM CHECK-HISTPURG-WINDOW
           PERFORM CHECK-STANDING-BEFORE-ROLL
           PERFORM LIST-AUDIT-TRAIL
           IF WS-EXCEPTION-COUNT = ZEROS
               MOVE 'CHAIN RAN WHOLE - NO EXCEPTIONS'
               UNTIL WS-CX > WS-CHAIN-STEP-COUNT.

       VERIFY-ONE-STEP.
           MOVE WS-CHAIN-STEP (WS-CX) TO WS-SCAN-PROGRAM
           PERFORM SCAN-STEP-RECORDS
           EVALUATE TRUE
               WHEN WS-STEP-START-COUNT = ZEROS
               UNTIL WS-OX > WS-OPS-LOADED.

       SCAN-ONE-OPS-ENTRY.
           IF WS-OPS-PROGRAM (WS-OX) = WS-SCAN-PROGRAM
               IF WS-OPS-TYPE (WS-OX) = 'S'
                   ADD 1 TO WS-STEP-START-COUNT
                   IF WS-STEP-START-COUNT = 1
               DISPLAY "HISTPURG : RAN MID-WINDOW"
           END-IF.

      * TERMROLL archives the term and clears the live enrollments,
      * so the standing run has to be over before it starts.  Nothing
      * is checked on dates TERMROLL did not run.
       CHECK-STANDING-BEFORE-ROLL.
           MOVE 'TERMROLL' TO WS-SCAN-PROGRAM
           PERFORM SCAN-STEP-RECORDS
           IF WS-STEP-START-COUNT > ZEROS
               MOVE WS-STEP-FIRST-START TO WS-ROLL-START
               MOVE 'ACADSTND' TO WS-SCAN-PROGRAM
               PERFORM SCAN-STEP-RECORDS
               EVALUATE TRUE
                   WHEN WS-STEP-START-COUNT = ZEROS
                       MOVE 'STANDING MISSING' TO WS-STEP-STATUS
                   WHEN WS-STEP-END-COUNT = ZEROS
                       MOVE 'DID NOT FINISH' TO WS-STEP-STATUS
                   WHEN WS-STEP-END-RC > 4
                       MOVE 'BAD RETURN CODE' TO WS-STEP-STATUS
                   WHEN WS-STEP-LAST-END > WS-ROLL-START
                       MOVE 'ENDED AFTER ROLL' TO WS-STEP-STATUS
                   WHEN OTHER
                       MOVE 'OK' TO WS-STEP-STATUS
               END-EVALUATE
               IF WS-STEP-STATUS NOT = 'OK'
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               MOVE 'ACADSTND' TO WS-RPT-STEP-NAME
               MOVE WS-STEP-FIRST-START TO WS-RPT-STEP-START
               MOVE WS-STEP-LAST-END TO WS-RPT-STEP-END
               MOVE WS-STEP-END-RC TO WS-RPT-STEP-RC
               MOVE WS-STEP-KEY-COUNT TO WS-RPT-STEP-COUNT
               MOVE WS-STEP-STATUS TO WS-RPT-STEP-STATUS
               WRITE OPS-REPORT-REC FROM WS-CHAIN-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               DISPLAY "ACADSTND : " WS-STEP-STATUS
           END-IF.

       LIST-AUDIT-TRAIL.
           WRITE OPS-REPORT-REC FROM WS-TRAIL-COLUMN-HEADING
               AFTER ADVANCING 3 LINES
