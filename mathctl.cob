       IDENTIFICATION DIVISION.
       PROGRAM-ID. mathctl.
       AUTHOR. James Hill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPDEF ASSIGN TO "STEPDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT STREAMRPT ASSIGN TO "STREAMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEPDEF.
       01  STEPDEF-RECORD.
           05  STEP-NAME           PIC X(8).
           05  FILLER              PIC X.
           05  STEP-PRED-ENTRY     OCCURS 9.
               10  STEP-PRED       PIC X(8).
               10  FILLER          PIC X.
       FD  RUNHIST.
       01  RUNHIST-RECORD.
           05  HIST-PROGRAM        PIC X(8).
           05  FILLER              PIC X.
           05  HIST-ENTRY-TYPE     PIC X(5).
           05  FILLER              PIC X.
           05  HIST-DATE           PIC 9(8).
           05  FILLER              PIC X.
           05  HIST-TIME           PIC 9(8).
           05  FILLER              PIC X.
           05  HIST-REC-COUNT      PIC 9(7).
           05  FILLER              PIC X.
           05  HIST-OUTCOME        PIC X(5).
           05  FILLER              PIC X.
           05  HIST-COMP-CODE      PIC 9(4).
           05  FILLER              PIC X.
           05  HIST-OPERATOR       PIC X(8).
       FD  STREAMRPT.
       01  STREAMRPT-RECORD        PIC X(80).
       FD  BUSDATE.
       01  BUSDATE-RECORD.
           05  BUS-CURR-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-PREV-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-ROLL-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BUS-ROLL-TIME       PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-BUS-STATUS PIC XX.
       01 WS-STEP-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-HELD-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CYCLE-DATE PIC 9(8).
       01 WS-REQ-STEP PIC X(8) VALUE SPACES.
       01 WS-REQ-IX PIC 99 VALUE ZERO.
       01 WS-RELEASE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-STEP-COUNT PIC 99 VALUE ZERO.
       01 WS-STEP-MAX PIC 99 VALUE 20.
       01 WS-STEP-TABLE.
           05 WS-S-ENTRY OCCURS 20.
               10 WS-S-NAME PIC X(8).
               10 WS-S-PRED PIC X(8) OCCURS 9.
               10 WS-S-STATE PIC X.
               10 WS-S-STATUS PIC X(10).
               10 WS-S-START-TIME PIC 9(8).
               10 WS-S-END-TIME PIC 9(8).
               10 WS-S-COMP-CODE PIC 9(4).
       01 WS-S-IX PIC 99.
       01 WS-P-IX PIC 99.
       01 WS-FIND-NAME PIC X(8).
       01 WS-FIND-IX PIC 99.
       01 WS-F-IX PIC 99.
       01 WS-PREDS-DONE PIC X.
       01 WS-RESTART-STEP PIC X(8) VALUE SPACES.
       01 WS-HOLD-REASON PIC X(50) VALUE SPACES.
       01 WS-REQ-REASON PIC X(50) VALUE SPACES.
       01 WS-TIME-ED PIC X(8).
       01 WS-CODE-ED PIC X(4).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           PERFORM 9000-WRITE-RUN-START.
           DISPLAY "Step to release (blank for status only): ".
           ACCEPT WS-REQ-STEP.
           PERFORM 1000-LOAD-STEP-DEFINITIONS.
           IF WS-ABORT-FLAG = "N"
               PERFORM 2000-SCAN-RUN-HISTORY
               PERFORM 3000-SET-STEP-STATUS
               IF WS-REQ-STEP NOT = SPACES
                   PERFORM 4000-CHECK-RELEASE
               END-IF
               PERFORM 6000-WRITE-STATUS-REPORT
           END-IF.
           PERFORM 9100-WRITE-RUN-END.
           STOP RUN.

       0100-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE.
           IF WS-BUS-STATUS = "00"
               READ BUSDATE
                   AT END
                       DISPLAY "BUSDATE.DAT empty - system date used."
                   NOT AT END
                       IF BUS-CURR-DATE IS NUMERIC
                           AND BUS-CURR-DATE > ZERO
                           MOVE BUS-CURR-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "BUSDATE.DAT date not valid - "
                               "system date used."
                       END-IF
               END-READ
               CLOSE BUSDATE
           ELSE
               DISPLAY "BUSDATE.DAT open failed - status "
                   WS-BUS-STATUS " - system date used."
           END-IF.

       1000-LOAD-STEP-DEFINITIONS.
           OPEN INPUT STEPDEF.
           IF WS-STEP-STATUS NOT = "00"
               DISPLAY "STEPDEF.DAT open failed - status "
                   WS-STEP-STATUS " - stream control aborted."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ STEPDEF
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 1100-ADD-STEP
                   END-READ
               END-PERFORM
               CLOSE STEPDEF
               IF WS-STEP-COUNT = ZERO
                   DISPLAY "STEPDEF.DAT holds no steps - stream "
                       "control aborted."
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-IF.

       1100-ADD-STEP.
           IF STEP-NAME NOT = SPACES AND STEP-NAME(1:1) NOT = "*"
               IF WS-STEP-COUNT = WS-STEP-MAX
                   DISPLAY "STEPDEF.DAT step " STEP-NAME
                       " ignored - step table full."
               ELSE
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-S-IX
                   MOVE STEP-NAME TO WS-S-NAME(WS-S-IX)
                   MOVE 1 TO WS-P-IX
                   PERFORM UNTIL WS-P-IX > 9
                       MOVE STEP-PRED(WS-P-IX)
                           TO WS-S-PRED(WS-S-IX, WS-P-IX)
                       ADD 1 TO WS-P-IX
                   END-PERFORM
                   MOVE SPACE TO WS-S-STATE(WS-S-IX)
                   MOVE SPACES TO WS-S-STATUS(WS-S-IX)
                   MOVE ZERO TO WS-S-START-TIME(WS-S-IX)
                   MOVE ZERO TO WS-S-END-TIME(WS-S-IX)
                   MOVE ZERO TO WS-S-COMP-CODE(WS-S-IX)
               END-IF
           END-IF.

       2000-SCAN-RUN-HISTORY.
           OPEN INPUT RUNHIST.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "RUNHIST.DAT open failed - status "
                   WS-HIST-STATUS " - no steps treated as complete."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RUNHIST
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2100-APPLY-HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUNHIST
           END-IF.

       2100-APPLY-HIST-RECORD.
           IF HIST-DATE IS NUMERIC AND HIST-DATE = WS-CYCLE-DATE
               MOVE HIST-PROGRAM TO WS-FIND-NAME
               PERFORM 3500-FIND-STEP
               IF WS-FIND-IX > ZERO
                   EVALUATE HIST-ENTRY-TYPE
                       WHEN "START"
                           MOVE "S" TO WS-S-STATE(WS-FIND-IX)
                           MOVE HIST-TIME
                               TO WS-S-START-TIME(WS-FIND-IX)
                           MOVE ZERO TO WS-S-END-TIME(WS-FIND-IX)
                           MOVE ZERO TO WS-S-COMP-CODE(WS-FIND-IX)
                       WHEN "END"
                           MOVE "E" TO WS-S-STATE(WS-FIND-IX)
                           MOVE HIST-TIME
                               TO WS-S-END-TIME(WS-FIND-IX)
                           MOVE HIST-COMP-CODE
                               TO WS-S-COMP-CODE(WS-FIND-IX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       3000-SET-STEP-STATUS.
           MOVE 1 TO WS-S-IX.
           PERFORM UNTIL WS-S-IX > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-S-STATE(WS-S-IX) = "S"
                       MOVE "INCOMPLETE" TO WS-S-STATUS(WS-S-IX)
                   WHEN WS-S-STATE(WS-S-IX) = "E"
                       AND WS-S-COMP-CODE(WS-S-IX) = ZERO
                       MOVE "DONE" TO WS-S-STATUS(WS-S-IX)
                   WHEN WS-S-STATE(WS-S-IX) = "E"
                       MOVE "FAILED" TO WS-S-STATUS(WS-S-IX)
                   WHEN OTHER
                       MOVE "NOT RUN" TO WS-S-STATUS(WS-S-IX)
               END-EVALUATE
               ADD 1 TO WS-S-IX
           END-PERFORM.
           MOVE 1 TO WS-S-IX.
           PERFORM UNTIL WS-S-IX > WS-STEP-COUNT
               IF WS-S-STATUS(WS-S-IX) = "NOT RUN"
                   PERFORM 3100-CHECK-PREDECESSORS
                   IF WS-PREDS-DONE = "Y"
                       MOVE "READY" TO WS-S-STATUS(WS-S-IX)
                   ELSE
                       MOVE "HELD" TO WS-S-STATUS(WS-S-IX)
                   END-IF
               END-IF
               IF WS-RESTART-STEP = SPACES
                   AND WS-S-STATUS(WS-S-IX) NOT = "DONE"
                   MOVE WS-S-NAME(WS-S-IX) TO WS-RESTART-STEP
               END-IF
               ADD 1 TO WS-S-IX
           END-PERFORM.

       3100-CHECK-PREDECESSORS.
           MOVE "Y" TO WS-PREDS-DONE.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 1 TO WS-P-IX.
           PERFORM UNTIL WS-P-IX > 9
               IF WS-S-PRED(WS-S-IX, WS-P-IX) NOT = SPACES
                   MOVE WS-S-PRED(WS-S-IX, WS-P-IX) TO WS-FIND-NAME
                   PERFORM 3500-FIND-STEP
                   IF WS-FIND-IX = ZERO
                       IF WS-PREDS-DONE = "Y"
                           MOVE SPACES TO WS-HOLD-REASON
                           STRING "PREDECESSOR " WS-FIND-NAME
                               " NOT DEFINED IN STEPDEF"
                               DELIMITED BY SIZE INTO WS-HOLD-REASON
                       END-IF
                       MOVE "N" TO WS-PREDS-DONE
                   ELSE
                       IF WS-S-STATE(WS-FIND-IX) NOT = "E"
                           OR WS-S-COMP-CODE(WS-FIND-IX) NOT = ZERO
                           IF WS-PREDS-DONE = "Y"
                               MOVE SPACES TO WS-HOLD-REASON
                               STRING "PREDECESSOR " WS-FIND-NAME
                                   " HAS NO CLEAN END FOR CYCLE"
                                   DELIMITED BY SIZE
                                   INTO WS-HOLD-REASON
                           END-IF
                           MOVE "N" TO WS-PREDS-DONE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-P-IX
           END-PERFORM.

       3500-FIND-STEP.
           MOVE ZERO TO WS-FIND-IX.
           MOVE 1 TO WS-F-IX.
           PERFORM UNTIL WS-F-IX > WS-STEP-COUNT
               OR WS-FIND-IX > ZERO
               IF WS-S-NAME(WS-F-IX) = WS-FIND-NAME
                   MOVE WS-F-IX TO WS-FIND-IX
               END-IF
               ADD 1 TO WS-F-IX
           END-PERFORM.

       4000-CHECK-RELEASE.
           MOVE WS-REQ-STEP TO WS-FIND-NAME.
           PERFORM 3500-FIND-STEP.
           MOVE WS-FIND-IX TO WS-REQ-IX.
           IF WS-REQ-IX = ZERO
               MOVE "Y" TO WS-HELD-FLAG
               MOVE "STEP NOT DEFINED IN STEPDEF" TO WS-HOLD-REASON
           ELSE
               MOVE WS-REQ-IX TO WS-S-IX
               PERFORM 3100-CHECK-PREDECESSORS
               IF WS-PREDS-DONE = "N"
                   MOVE "Y" TO WS-HELD-FLAG
               END-IF
           END-IF.
           MOVE WS-HOLD-REASON TO WS-REQ-REASON.
           IF WS-HELD-FLAG = "Y"
               DISPLAY "*** STEP " WS-REQ-STEP " HELD - "
                   WS-REQ-REASON
           ELSE
               ADD 1 TO WS-RELEASE-COUNT
               IF WS-S-STATUS(WS-REQ-IX) = "DONE"
                   DISPLAY "Step " WS-REQ-STEP
                       " already complete for cycle - rerun released."
               ELSE
                   DISPLAY "Step " WS-REQ-STEP " released."
               END-IF
           END-IF.

       6000-WRITE-STATUS-REPORT.
           OPEN OUTPUT STREAMRPT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "STREAMRPT.DAT open failed - status "
                   WS-RPT-STATUS " - status report not written."
           ELSE
               MOVE SPACES TO STREAMRPT-RECORD
               STRING "JOB STREAM STATUS REPORT  RUN DATE: "
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO STREAMRPT-RECORD
               WRITE STREAMRPT-RECORD
               MOVE SPACES TO STREAMRPT-RECORD
               STRING "CYCLE DATE: " WS-CYCLE-DATE
                   DELIMITED BY SIZE INTO STREAMRPT-RECORD
               WRITE STREAMRPT-RECORD
               MOVE SPACES TO STREAMRPT-RECORD
               WRITE STREAMRPT-RECORD
               MOVE "STEP      STATUS      STARTED   ENDED     CODE"
                   TO STREAMRPT-RECORD
               WRITE STREAMRPT-RECORD
               MOVE 1 TO WS-S-IX
               PERFORM UNTIL WS-S-IX > WS-STEP-COUNT
                   PERFORM 6100-WRITE-STEP-LINE
                   ADD 1 TO WS-S-IX
               END-PERFORM
               MOVE SPACES TO STREAMRPT-RECORD
               WRITE STREAMRPT-RECORD
               MOVE SPACES TO STREAMRPT-RECORD
               IF WS-RESTART-STEP = SPACES
                   MOVE "ALL STEPS COMPLETE FOR CYCLE."
                       TO STREAMRPT-RECORD
               ELSE
                   STRING "RESTART POINT: " WS-RESTART-STEP
                       DELIMITED BY SIZE INTO STREAMRPT-RECORD
               END-IF
               WRITE STREAMRPT-RECORD
               IF WS-REQ-STEP NOT = SPACES
                   MOVE SPACES TO STREAMRPT-RECORD
                   IF WS-HELD-FLAG = "Y"
                       STRING "STEP " WS-REQ-STEP " HELD - "
                           WS-REQ-REASON
                           DELIMITED BY SIZE INTO STREAMRPT-RECORD
                   ELSE
                       STRING "STEP " WS-REQ-STEP " RELEASED"
                           DELIMITED BY SIZE INTO STREAMRPT-RECORD
                   END-IF
                   WRITE STREAMRPT-RECORD
               END-IF
               CLOSE STREAMRPT
               DISPLAY "Stream status written to STREAMRPT.DAT."
           END-IF.

       6100-WRITE-STEP-LINE.
           IF WS-S-STATE(WS-S-IX) = SPACE
               MOVE SPACES TO WS-TIME-ED
           ELSE
               MOVE WS-S-START-TIME(WS-S-IX) TO WS-TIME-ED
           END-IF.
           IF WS-S-STATE(WS-S-IX) = "E"
               MOVE WS-S-COMP-CODE(WS-S-IX) TO WS-CODE-ED
           ELSE
               MOVE SPACES TO WS-CODE-ED
           END-IF.
           MOVE SPACES TO STREAMRPT-RECORD.
           STRING WS-S-NAME(WS-S-IX) "  " WS-S-STATUS(WS-S-IX)
               "  " WS-TIME-ED
               DELIMITED BY SIZE INTO STREAMRPT-RECORD.
           IF WS-S-STATE(WS-S-IX) = "E"
               MOVE WS-S-END-TIME(WS-S-IX) TO STREAMRPT-RECORD(33:8)
               MOVE WS-CODE-ED TO STREAMRPT-RECORD(43:4)
           END-IF.
           WRITE STREAMRPT-RECORD.
           IF WS-S-STATUS(WS-S-IX) = "HELD"
               PERFORM 3100-CHECK-PREDECESSORS
               MOVE SPACES TO STREAMRPT-RECORD
               STRING "          " WS-HOLD-REASON
                   DELIMITED BY SIZE INTO STREAMRPT-RECORD
               WRITE STREAMRPT-RECORD
           END-IF.

       9000-WRITE-RUN-START.
           MOVE SPACES TO RUNHIST-RECORD.
           MOVE "START" TO HIST-ENTRY-TYPE.
           MOVE ZERO TO HIST-REC-COUNT.
           MOVE SPACES TO HIST-OUTCOME.
           MOVE ZERO TO HIST-COMP-CODE.
           PERFORM 9500-WRITE-HIST-RECORD.

       9100-WRITE-RUN-END.
           MOVE SPACES TO RUNHIST-RECORD.
           MOVE "END" TO HIST-ENTRY-TYPE.
           MOVE WS-RELEASE-COUNT TO HIST-REC-COUNT.
           IF WS-ABORT-FLAG = "Y"
               MOVE "ABORT" TO HIST-OUTCOME
               MOVE 8 TO HIST-COMP-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-FLAG = "Y"
                   MOVE "HELD" TO HIST-OUTCOME
                   MOVE 4 TO HIST-COMP-CODE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "OK" TO HIST-OUTCOME
                   MOVE ZERO TO HIST-COMP-CODE
               END-IF
           END-IF.
           PERFORM 9500-WRITE-HIST-RECORD.

       9500-WRITE-HIST-RECORD.
           MOVE "mathctl" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT RUNHIST
           END-IF.
           IF WS-HIST-STATUS = "00"
               WRITE RUNHIST-RECORD
               CLOSE RUNHIST
           ELSE
               DISPLAY "RUNHIST.DAT open failed - status "
                   WS-HIST-STATUS " - run history not recorded."
           END-IF.
