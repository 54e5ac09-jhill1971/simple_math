       IDENTIFICATION DIVISION.
       PROGRAM-ID. mathaudv.
       AUTHOR. James Hill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIN ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCHREG ASSIGN TO "ARCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT AUDWORK ASSIGN TO "AUDWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWK-KEY
               FILE STATUS IS WS-WORK-STATUS.
           SELECT AUDVRPT ASSIGN TO "AUDVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       01  AUDITLOG-RECORD         PIC X(220).
       FD  ARCHIN.
       01  ARCHIN-RECORD           PIC X(220).
       FD  ARCHREG.
       01  ARCHREG-RECORD.
           05  AREG-ARCH-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  AREG-REC-COUNT      PIC 9(7).
           05  FILLER              PIC X.
           05  AREG-CUTOFF-DATE    PIC 9(8).
       FD  AUDWORK.
       01  AUDWORK-RECORD.
           05  AWK-KEY.
               10  AWK-RUN-ID      PIC X(17).
               10  AWK-SEQ         PIC 9(7).
           05  AWK-POSITION        PIC 9(9).
           05  AWK-FILE-NAME       PIC X(30).
           05  AWK-FILE-LINE       PIC 9(7).
           05  AWK-CTL-FLAG        PIC X.
           05  AWK-CTL-LINES       PIC 9(7).
           05  AWK-CTL-HASH        PIC 9(15).
           05  AWK-LINE-HASH       PIC 9(9).
           05  AWK-DUP-COUNT       PIC 9(5).
       FD  AUDVRPT.
       01  AUDVRPT-RECORD          PIC X(80).
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
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-ARCH-NAME PIC X(30).
       01 WS-FILE-NAME PIC X(30).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 999.
               10 WS-AR-DATE PIC 9(8).
       01 WS-AR-MAX PIC 9(3) VALUE 999.
       01 WS-AR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AR-IX PIC 9(3).
       01 WS-AR-FOUND PIC 9(3).
       01 WS-AR-FULL PIC X VALUE "N".
       01 WS-AUDIT-LINE PIC X(220).
       01 WS-AUDIT-LINE-R REDEFINES WS-AUDIT-LINE.
           05 WS-L-DATE PIC X(8).
           05 FILLER PIC X(9).
           05 WS-L-TAG PIC X(6).
           05 WS-L-CTL-LINES PIC X(7).
           05 WS-L-HASH-TAG PIC X(6).
           05 WS-L-CTL-HASH PIC X(15).
           05 FILLER PIC X(130).
           05 WS-L-RUN-TAG PIC X(5).
           05 WS-L-RUN-ID PIC X(17).
           05 WS-L-SEQ-TAG PIC X(5).
           05 WS-L-SEQ PIC X(7).
           05 FILLER PIC X(5).
       01 WS-LINE-HASH PIC 9(9).
       01 WS-HASH-IX PIC 9(3).
       01 WS-POSITION PIC 9(9) VALUE ZERO.
       01 WS-FILE-LINE PIC 9(7).
       01 WS-FILES-READ PIC 9(4) VALUE ZERO.
       01 WS-LINES-READ PIC 9(9) VALUE ZERO.
       01 WS-UNNUMBERED PIC 9(7) VALUE ZERO.
       01 WS-DUP-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-GAP-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-OUTSEQ-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-CTL-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-RUN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CLEAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CUR-RUN-ID PIC X(17) VALUE SPACES.
       01 WS-EXP-SEQ PIC 9(7).
       01 WS-GAP-LAST PIC 9(7).
       01 WS-PREV-POSITION PIC 9(9).
       01 WS-R-LINES PIC 9(7).
       01 WS-R-HASH PIC 9(15).
       01 WS-R-GAPS PIC 9(7).
       01 WS-R-DUPS PIC 9(7).
       01 WS-R-OUTSEQ PIC 9(7).
       01 WS-R-AFTER-CTL PIC 9(7).
       01 WS-R-CTL-FOUND PIC X.
       01 WS-R-CTL-LINES PIC 9(7).
       01 WS-R-CTL-HASH PIC 9(15).
       01 WS-R-CONTROL PIC X(10).
       01 WS-RUN-LINE.
           05 WS-RL-RUN-ID PIC X(17).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RL-LINES PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-RL-GAPS PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-RL-DUPS PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-RL-OUTSEQ PIC Z(6)9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-RL-CONTROL PIC X(10).
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-SEQ-ED PIC Z(6)9.
       01 WS-SEQ-ED-2 PIC Z(6)9.
       01 WS-BIG-COUNT-ED PIC Z(8)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           OPEN OUTPUT AUDWORK.
           CLOSE AUDWORK.
           OPEN I-O AUDWORK.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "AUDWORK.DAT open failed - status "
                   WS-WORK-STATUS " - verification run aborted."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               OPEN OUTPUT AUDVRPT
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY "AUDVRPT.DAT open failed - status "
                       WS-RPT-STATUS " - verification run aborted."
                   MOVE "Y" TO WS-ABORT-FLAG
                   CLOSE AUDWORK
               ELSE
                   PERFORM 6000-WRITE-REPORT-HEADER
                   PERFORM 1000-LOAD-ARCHIVE-REGISTER
                   PERFORM 2000-SCAN-ARCHIVES
                   PERFORM 2500-SCAN-LIVE-LOG
                   CLOSE AUDWORK
                   IF WS-ABORT-FLAG = "N"
                       PERFORM 3000-CHECK-RUNS
                       PERFORM 6500-WRITE-REPORT-TOTALS
                   END-IF
                   CLOSE AUDVRPT
                   DISPLAY "Audit verification written to "
                       "AUDVRPT.DAT."
               END-IF
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

       1000-LOAD-ARCHIVE-REGISTER.
           OPEN INPUT ARCHREG.
           IF WS-REG-STATUS NOT = "00"
               IF WS-REG-STATUS NOT = "35"
                   DISPLAY "ARCHREG.DAT open failed - status "
                       WS-REG-STATUS " - archives not verified."
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ARCHREG
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF AREG-ARCH-DATE IS NUMERIC
                               PERFORM 1100-ADD-ARCHIVE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHREG
           END-IF.

       1100-ADD-ARCHIVE-DATE.
           MOVE ZERO TO WS-AR-FOUND.
           MOVE 1 TO WS-AR-IX.
           PERFORM UNTIL WS-AR-IX > WS-AR-COUNT OR WS-AR-FOUND > ZERO
               IF WS-AR-DATE(WS-AR-IX) = AREG-ARCH-DATE
                   MOVE WS-AR-IX TO WS-AR-FOUND
               END-IF
               ADD 1 TO WS-AR-IX
           END-PERFORM.
           IF WS-AR-FOUND = ZERO
               IF WS-AR-COUNT < WS-AR-MAX
                   ADD 1 TO WS-AR-COUNT
                   MOVE AREG-ARCH-DATE TO WS-AR-DATE(WS-AR-COUNT)
               ELSE
                   IF WS-AR-FULL = "N"
                       DISPLAY "ARCHREG.DAT exceeds " WS-AR-MAX
                           " archives - later archives not verified."
                       MOVE "Y" TO WS-AR-FULL
                   END-IF
               END-IF
           END-IF.

       2000-SCAN-ARCHIVES.
           MOVE 1 TO WS-AR-IX.
           PERFORM UNTIL WS-AR-IX > WS-AR-COUNT
               MOVE SPACES TO WS-ARCH-NAME
               STRING "AUDITARCH." WS-AR-DATE(WS-AR-IX) ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCH-NAME
               PERFORM 2100-SCAN-ONE-ARCHIVE
               ADD 1 TO WS-AR-IX
           END-PERFORM.

       2100-SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHIN.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY WS-ARCH-NAME " open failed - status "
                   WS-ARCH-STATUS " - registered archive missing."
               MOVE SPACES TO AUDVRPT-RECORD
               STRING "MISSING FILE   " WS-ARCH-NAME
                   " REGISTERED IN ARCHREG.DAT - STATUS "
                   WS-ARCH-STATUS
                   DELIMITED BY SIZE INTO AUDVRPT-RECORD
               WRITE AUDVRPT-RECORD
               ADD 1 TO WS-CTL-TOTAL
           ELSE
               ADD 1 TO WS-FILES-READ
               MOVE WS-ARCH-NAME TO WS-FILE-NAME
               MOVE ZERO TO WS-FILE-LINE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ARCHIN
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ARCHIN-RECORD TO WS-AUDIT-LINE
                           PERFORM 2600-LOAD-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIN
           END-IF.

       2500-SCAN-LIVE-LOG.
           OPEN INPUT AUDITLOG.
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-AUDIT-STATUS NOT = "35"
                   DISPLAY "AUDITLOG.DAT open failed - status "
                       WS-AUDIT-STATUS " - verification run aborted."
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-FILES-READ
               MOVE "AUDITLOG.DAT" TO WS-FILE-NAME
               MOVE ZERO TO WS-FILE-LINE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AUDITLOG
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE AUDITLOG-RECORD TO WS-AUDIT-LINE
                           PERFORM 2600-LOAD-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG
           END-IF.

       2600-LOAD-AUDIT-LINE.
           ADD 1 TO WS-POSITION.
           ADD 1 TO WS-FILE-LINE.
           ADD 1 TO WS-LINES-READ.
           IF WS-L-RUN-TAG NOT = " RUN="
               OR WS-L-SEQ-TAG NOT = " SEQ="
               OR WS-L-SEQ IS NOT NUMERIC
               ADD 1 TO WS-UNNUMBERED
           ELSE
               MOVE SPACES TO AUDWORK-RECORD
               MOVE WS-L-RUN-ID TO AWK-RUN-ID
               MOVE WS-L-SEQ TO AWK-SEQ
               MOVE WS-POSITION TO AWK-POSITION
               MOVE WS-FILE-NAME TO AWK-FILE-NAME
               MOVE WS-FILE-LINE TO AWK-FILE-LINE
               MOVE ZERO TO AWK-CTL-LINES AWK-CTL-HASH
               MOVE ZERO TO AWK-LINE-HASH AWK-DUP-COUNT
               IF WS-L-TAG = " CTRL="
                   MOVE "Y" TO AWK-CTL-FLAG
                   IF WS-L-CTL-LINES IS NUMERIC
                       MOVE WS-L-CTL-LINES TO AWK-CTL-LINES
                   END-IF
                   IF WS-L-CTL-HASH IS NUMERIC
                       MOVE WS-L-CTL-HASH TO AWK-CTL-HASH
                   END-IF
               ELSE
                   MOVE "N" TO AWK-CTL-FLAG
                   PERFORM 2650-HASH-AUDIT-LINE
                   MOVE WS-LINE-HASH TO AWK-LINE-HASH
               END-IF
               WRITE AUDWORK-RECORD
                   INVALID KEY
                       PERFORM 2700-RECORD-DUPLICATE
               END-WRITE
           END-IF.

       2650-HASH-AUDIT-LINE.
           MOVE ZERO TO WS-LINE-HASH.
           MOVE 1 TO WS-HASH-IX.
           PERFORM UNTIL WS-HASH-IX > 220
               COMPUTE WS-LINE-HASH = WS-LINE-HASH
                   + FUNCTION ORD(WS-AUDIT-LINE(WS-HASH-IX:1))
                   * WS-HASH-IX
               ADD 1 TO WS-HASH-IX
           END-PERFORM.

       2700-RECORD-DUPLICATE.
           ADD 1 TO WS-DUP-TOTAL.
           MOVE WS-FILE-LINE TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "DUPLICATE      " WS-L-RUN-ID " SEQ " WS-L-SEQ
               " " WS-FILE-NAME " LINE " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           READ AUDWORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO AWK-DUP-COUNT
                   REWRITE AUDWORK-RECORD
           END-READ.

       3000-CHECK-RUNS.
           MOVE SPACES TO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "RUN ID              LINES    GAPS    DUPS  "
               "OUTSEQ  CONTROL"
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           OPEN INPUT AUDWORK.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "AUDWORK.DAT reopen failed - status "
                   WS-WORK-STATUS " - verification run aborted."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AUDWORK NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 3100-CHECK-ONE-LINE
                   END-READ
               END-PERFORM
               IF WS-CUR-RUN-ID NOT = SPACES
                   PERFORM 3300-END-RUN
               END-IF
               CLOSE AUDWORK
           END-IF.

       3100-CHECK-ONE-LINE.
           IF AWK-RUN-ID NOT = WS-CUR-RUN-ID
               IF WS-CUR-RUN-ID NOT = SPACES
                   PERFORM 3300-END-RUN
               END-IF
               PERFORM 3200-START-RUN
           END-IF.
           IF AWK-SEQ > WS-EXP-SEQ
               COMPUTE WS-GAP-LAST = AWK-SEQ - 1
               COMPUTE WS-R-GAPS = WS-R-GAPS + AWK-SEQ - WS-EXP-SEQ
               MOVE WS-EXP-SEQ TO WS-SEQ-ED
               MOVE WS-GAP-LAST TO WS-SEQ-ED-2
               MOVE SPACES TO AUDVRPT-RECORD
               STRING "  GAP          SEQ " WS-SEQ-ED " THRU "
                   WS-SEQ-ED-2 " MISSING"
                   DELIMITED BY SIZE INTO AUDVRPT-RECORD
               WRITE AUDVRPT-RECORD
           END-IF.
           COMPUTE WS-EXP-SEQ = AWK-SEQ + 1.
           IF AWK-POSITION < WS-PREV-POSITION
               ADD 1 TO WS-R-OUTSEQ
               MOVE AWK-SEQ TO WS-SEQ-ED
               MOVE AWK-FILE-LINE TO WS-COUNT-ED
               MOVE SPACES TO AUDVRPT-RECORD
               STRING "  OUT OF SEQ   SEQ " WS-SEQ-ED " "
                   AWK-FILE-NAME " LINE " WS-COUNT-ED
                   DELIMITED BY SIZE INTO AUDVRPT-RECORD
               WRITE AUDVRPT-RECORD
           END-IF.
           MOVE AWK-POSITION TO WS-PREV-POSITION.
           ADD AWK-DUP-COUNT TO WS-R-DUPS.
           IF WS-R-CTL-FOUND = "Y"
               ADD 1 TO WS-R-AFTER-CTL
           END-IF.
           IF AWK-CTL-FLAG = "Y"
               MOVE "Y" TO WS-R-CTL-FOUND
               MOVE AWK-CTL-LINES TO WS-R-CTL-LINES
               MOVE AWK-CTL-HASH TO WS-R-CTL-HASH
           ELSE
               ADD 1 TO WS-R-LINES
               ADD AWK-LINE-HASH TO WS-R-HASH
           END-IF.

       3200-START-RUN.
           MOVE AWK-RUN-ID TO WS-CUR-RUN-ID.
           MOVE 1 TO WS-EXP-SEQ.
           MOVE ZERO TO WS-PREV-POSITION.
           MOVE ZERO TO WS-R-LINES WS-R-HASH WS-R-GAPS WS-R-DUPS.
           MOVE ZERO TO WS-R-OUTSEQ WS-R-AFTER-CTL.
           MOVE ZERO TO WS-R-CTL-LINES WS-R-CTL-HASH.
           MOVE "N" TO WS-R-CTL-FOUND.

       3300-END-RUN.
           ADD 1 TO WS-RUN-COUNT.
           EVALUATE TRUE
               WHEN WS-R-CTL-FOUND = "N"
                   MOVE "NO CONTROL" TO WS-R-CONTROL
               WHEN WS-R-CTL-LINES NOT = WS-R-LINES
                   MOVE "COUNT OUT" TO WS-R-CONTROL
               WHEN WS-R-CTL-HASH NOT = WS-R-HASH
                   MOVE "HASH OUT" TO WS-R-CONTROL
               WHEN WS-R-AFTER-CTL > ZERO
                   MOVE "AFTER CTL" TO WS-R-CONTROL
               WHEN OTHER
                   MOVE "OK" TO WS-R-CONTROL
           END-EVALUATE.
           IF WS-R-CONTROL NOT = "OK"
               ADD 1 TO WS-CTL-TOTAL
           END-IF.
           ADD WS-R-GAPS TO WS-GAP-TOTAL.
           ADD WS-R-OUTSEQ TO WS-OUTSEQ-TOTAL.
           IF WS-R-CONTROL = "OK"
               AND WS-R-GAPS = ZERO
               AND WS-R-DUPS = ZERO
               AND WS-R-OUTSEQ = ZERO
               ADD 1 TO WS-CLEAN-COUNT
           END-IF.
           MOVE WS-CUR-RUN-ID TO WS-RL-RUN-ID.
           MOVE WS-R-LINES TO WS-RL-LINES.
           MOVE WS-R-GAPS TO WS-RL-GAPS.
           MOVE WS-R-DUPS TO WS-RL-DUPS.
           MOVE WS-R-OUTSEQ TO WS-RL-OUTSEQ.
           MOVE WS-R-CONTROL TO WS-RL-CONTROL.
           MOVE WS-RUN-LINE TO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.

       6000-WRITE-REPORT-HEADER.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "AUDIT LOG SEQUENCE VERIFICATION  RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE SPACES TO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.

       6500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-FILES-READ TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "FILES READ:              " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-LINES-READ TO WS-BIG-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "LINES READ:            " WS-BIG-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-UNNUMBERED TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "  WITHOUT RUN/SEQUENCE:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-RUN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "RUNS VERIFIED:           " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-CLEAN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "  RUNS CLEAN:            " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-GAP-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "MISSING LINES (GAPS):    " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-DUP-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "DUPLICATE LINES:         " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-OUTSEQ-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "OUT-OF-SEQUENCE LINES:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE WS-CTL-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO AUDVRPT-RECORD.
           STRING "CONTROL EXCEPTIONS:      " WS-COUNT-ED
               DELIMITED BY SIZE INTO AUDVRPT-RECORD.
           WRITE AUDVRPT-RECORD.
           MOVE SPACES TO AUDVRPT-RECORD.
           IF WS-GAP-TOTAL = ZERO
               AND WS-DUP-TOTAL = ZERO
               AND WS-OUTSEQ-TOTAL = ZERO
               AND WS-CTL-TOTAL = ZERO
               MOVE "AUDIT TRAIL COMPLETE - NO EXCEPTIONS."
                   TO AUDVRPT-RECORD
           ELSE
               MOVE "AUDIT TRAIL EXCEPTIONS FOUND - REFER TO AUDIT."
                   TO AUDVRPT-RECORD
           END-IF.
           WRITE AUDVRPT-RECORD.

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
           MOVE WS-RUN-COUNT TO HIST-REC-COUNT.
           IF WS-ABORT-FLAG = "Y"
               MOVE "ABORT" TO HIST-OUTCOME
               MOVE 8 TO HIST-COMP-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO HIST-OUTCOME
               MOVE ZERO TO HIST-COMP-CODE
               IF WS-GAP-TOTAL > ZERO
                   OR WS-DUP-TOTAL > ZERO
                   OR WS-OUTSEQ-TOTAL > ZERO
                   OR WS-CTL-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9500-WRITE-HIST-RECORD.

       9500-WRITE-HIST-RECORD.
           MOVE "mathaudv" TO HIST-PROGRAM.
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
