           SELECT MATHSUSP ASSIGN TO "MATHSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT BATCHREJ ASSIGN TO "BATCHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREJ-STATUS.
           SELECT MATHHOLD ASSIGN TO "MATHHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT BALRPT ASSIGN TO "BALRPT.DAT"
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
       FD  MATHVAL.
           05  TOT-GRAND-TOTAL     PIC S9(9)
                                    SIGN IS LEADING SEPARATE CHARACTER.
       FD  MATHCSV.
       01  MATHCSV-RECORD          PIC X(120).
       FD  AUDITLOG.
       01  AUDITLOG-RECORD         PIC X(220).
       FD  MATHSUSP.
       01  MATHSUSP-RECORD.
           05  SUSP-NUM1           PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  SUSP-RUN-DATE       PIC 9(8).
           05  SUSP-REASON         PIC X(8).
           05  SUSP-SOURCE         PIC X(4).
       FD  BATCHREJ.
       01  BATCHREJ-RECORD.
           05  BREJ-SOURCE         PIC X(4).
           05  FILLER              PIC X.
           05  BREJ-REASON         PIC X(8).
           05  FILLER              PIC X.
           05  BREJ-REC-NO         PIC 9(7).
           05  FILLER              PIC X.
           05  BREJ-RUN-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  BREJ-DATA           PIC X(80).
       FD  MATHHOLD.
       01  MATHHOLD-RECORD.
           05  HOLD-STATUS         PIC X.
           05  FILLER              PIC X.
           05  HOLD-RUN-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  HOLD-RUN-TIME       PIC 9(8).
           05  FILLER              PIC X.
           05  HOLD-REC-NO         PIC 9(7).
           05  FILLER              PIC X.
           05  HOLD-PARTITION      PIC 9.
           05  HOLD-ORIGIN         PIC X.
           05  FILLER              PIC X.
           05  HOLD-NUM1           PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-NUM2           PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-OPCODE         PIC X.
           05  HOLD-SOURCE         PIC X(4).
           05  HOLD-ADD-RAN        PIC X.
           05  HOLD-SUB-RAN        PIC X.
           05  HOLD-MUL-RAN        PIC X.
           05  HOLD-DIV-RAN        PIC X.
           05  HOLD-REM-RAN        PIC X.
           05  HOLD-PCT-RAN        PIC X.
           05  HOLD-DIV-ZERO       PIC X.
           05  HOLD-MISMATCH       PIC X.
           05  FILLER              PIC X.
           05  HOLD-SUM            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-DIFFERENCE     PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-PRODUCT        PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-QUOTIENT       PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-REMAINDER      PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-PCT            PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  HOLD-LIMIT-OP       PIC X(4).
           05  FILLER              PIC X.
           05  HOLD-LIMIT          PIC 9(9)V99.
           05  FILLER              PIC X.
           05  HOLD-OPERATOR       PIC X(8).
           05  FILLER              PIC X.
           05  HOLD-REVIEW-DATE    PIC 9(8).
           05  FILLER              PIC X.
           05  HOLD-REVIEW-TIME    PIC 9(8).
           05  FILLER              PIC X.
           05  HOLD-REVIEWER       PIC X(8).
           05  FILLER              PIC X.
           05  HOLD-EXTRACT-DATE   PIC 9(8).
       FD  BALRPT.
       01  BALRPT-RECORD           PIC X(80).
       FD  RUNHIST.
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
       01 WS-MATHVAL-STATUS PIC XX.
       01 WS-TOT-STATUS PIC XX.
       01 WS-CSV-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CYCLE-DATE PIC 9(8).
               SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-AUDIT-REC.
           05 WS-A-DATE PIC X(8).
           05 FILLER PIC X(9).
           05 WS-A-TAG PIC X(6).
           05 FILLER PIC X(72).
           05 WS-A-QUOT PIC X(9).
           05 FILLER PIC X(19).
           05 WS-A-PCT PIC X(13).
           05 FILLER PIC X(10).
           05 WS-A-MISMATCH PIC X.
           05 FILLER PIC X(11).
           05 WS-A-OVF PIC X.
           05 FILLER PIC X(18).
           05 WS-A-SOURCE PIC X(4).
       01 WS-VAL-FOUND PIC X VALUE "N".
       01 WS-TRL-FOUND PIC X VALUE "N".
       01 WS-TOT-FOUND PIC X VALUE "N".
       01 WS-AUDIT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXPECT-SUSP PIC 9(7) VALUE ZERO.
       01 WS-SUSP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUSP-OVF-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-EXTRACT-EXPECT PIC 9(7) VALUE ZERO.
       01 WS-DISCREPANCY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-COUNT-ED-2 PIC Z(6)9.
       01 WS-HIST-STATUS PIC XX.
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-BREJ-STATUS PIC XX.
       01 WS-FIND-SOURCE PIC X(4).
       01 WS-SRC-COUNT PIC 99 VALUE ZERO.
       01 WS-SRC-MAX PIC 99 VALUE 20.
       01 WS-SRC-FULL PIC X VALUE "N".
       01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 20.
               10 WS-SRC-CODE PIC X(4).
               10 WS-SRC-ACCEPTED PIC 9(7).
               10 WS-SRC-AUDIT PIC 9(7).
               10 WS-SRC-CSV PIC 9(7).
               10 WS-SRC-OVERFLOW PIC 9(7).
               10 WS-SRC-EXPECT-SUSP PIC 9(7).
               10 WS-SRC-SUSP PIC 9(7).
               10 WS-SRC-SUSP-OVF PIC 9(7).
               10 WS-SRC-REJ-BATCHES PIC 9(7).
               10 WS-SRC-REJ-RECORDS PIC 9(7).
               10 WS-SRC-HELD PIC 9(7).
               10 WS-SRC-RELEASED PIC 9(7).
       01 WS-SRC-IX PIC 99.
       01 WS-F-IX PIC 99.
       01 WS-SRC-DISC PIC 9(4) VALUE ZERO.
       01 WS-SRC-EXTRACT-EXPECT PIC 9(7) VALUE ZERO.
       01 WS-SRC-LINE.
           05 WS-SL-CODE PIC X(4).
           05 FILLER PIC XX.
           05 WS-SL-ACCEPTED PIC Z(6)9.
           05 FILLER PIC XX.
           05 WS-SL-AUDIT PIC Z(6)9.
           05 FILLER PIC XX.
           05 WS-SL-CSV PIC Z(6)9.
           05 FILLER PIC XX.
           05 WS-SL-OVERFLOW PIC Z(6)9.
           05 FILLER PIC XX.
           05 WS-SL-EXPECT-SUSP PIC Z(6)9.
           05 FILLER PIC XX.
           05 WS-SL-SUSP PIC Z(6)9.
           05 FILLER PIC XX.
           05 WS-SL-REJ-BATCHES PIC Z(6)9.
           05 FILLER PIC XX.
           05 WS-SL-REJ-RECORDS PIC Z(6)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           PERFORM 9000-WRITE-RUN-START.
           OPEN OUTPUT BALRPT.
               PERFORM 4000-COUNT-EXTRACT
               PERFORM 5000-COUNT-AUDIT
               PERFORM 5500-COUNT-SUSPENSE
               PERFORM 5700-COUNT-BATCH-REJECTS
               PERFORM 5800-COUNT-REVIEW-QUEUE
               PERFORM 8000-WRITE-BALANCE-REPORT
               CLOSE BALRPT
               IF WS-DISCREPANCY-COUNT > ZERO
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

       2000-COUNT-VALIDATED.
           OPEN INPUT MATHVAL.
           IF WS-MATHVAL-STATUS NOT = "00"
                       MOVE WS-VAL-TRL-COUNT TO WS-ACCEPTED-COUNT
                   END-IF
               WHEN OTHER
                   MOVE MATHVAL-RECORD(18:4) TO WS-FIND-SOURCE
                   PERFORM 8300-FIND-SOURCE
                   IF WS-SRC-IX > ZERO
                       ADD 1 TO WS-SRC-ACCEPTED(WS-SRC-IX)
                   END-IF
           END-EVALUATE.

       3000-COUNT-PROCESSED.
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CSV-COUNT
                           MOVE MATHCSV-RECORD(102:4) TO WS-FIND-SOURCE
                           PERFORM 8300-FIND-SOURCE
                           IF WS-SRC-IX > ZERO
                               ADD 1 TO WS-SRC-CSV(WS-SRC-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATHCSV
           MOVE AUDITLOG-RECORD TO WS-AUDIT-REC.
           IF WS-A-DATE IS NUMERIC
               AND FUNCTION NUMVAL(WS-A-DATE) = WS-CYCLE-DATE
               AND WS-A-TAG NOT = " CTRL="
               ADD 1 TO WS-AUDIT-COUNT
               MOVE WS-A-SOURCE TO WS-FIND-SOURCE
               PERFORM 8300-FIND-SOURCE
               IF WS-SRC-IX > ZERO
                   ADD 1 TO WS-SRC-AUDIT(WS-SRC-IX)
               END-IF
               IF WS-A-MISMATCH = "Y"
                   ADD 1 TO WS-EXPECT-SUSP
                   IF WS-SRC-IX > ZERO
                       ADD 1 TO WS-SRC-EXPECT-SUSP(WS-SRC-IX)
                   END-IF
               END-IF
               IF WS-A-QUOT = "DIV/0"
                   ADD 1 TO WS-EXPECT-SUSP
                   IF WS-SRC-IX > ZERO
                       ADD 1 TO WS-SRC-EXPECT-SUSP(WS-SRC-IX)
                   END-IF
               END-IF
               IF WS-A-OVF = "Y"
                   ADD 1 TO WS-OVERFLOW-COUNT
                   ADD 1 TO WS-EXPECT-SUSP
                   IF WS-SRC-IX > ZERO
                       ADD 1 TO WS-SRC-OVERFLOW(WS-SRC-IX)
                       ADD 1 TO WS-SRC-EXPECT-SUSP(WS-SRC-IX)
                   END-IF
               END-IF
           END-IF.

                       NOT AT END
                           IF SUSP-RUN-DATE IS NUMERIC
                               AND SUSP-RUN-DATE = WS-CYCLE-DATE
                               PERFORM 5600-TALLY-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATHSUSP
           END-IF.

       5600-TALLY-SUSPENSE.
           ADD 1 TO WS-SUSP-COUNT.
           MOVE SUSP-SOURCE TO WS-FIND-SOURCE.
           PERFORM 8300-FIND-SOURCE.
           IF WS-SRC-IX > ZERO
               ADD 1 TO WS-SRC-SUSP(WS-SRC-IX)
           END-IF.
           IF SUSP-REASON = "OVERFLOW"
               ADD 1 TO WS-SUSP-OVF-COUNT
               IF WS-SRC-IX > ZERO
                   ADD 1 TO WS-SRC-SUSP-OVF(WS-SRC-IX)
               END-IF
           END-IF.

       5700-COUNT-BATCH-REJECTS.
           OPEN INPUT BATCHREJ.
           IF WS-BREJ-STATUS NOT = "00"
               IF WS-BREJ-STATUS NOT = "35"
                   DISPLAY "BATCHREJ.DAT open failed - status "
                       WS-BREJ-STATUS
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BATCHREJ
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF BREJ-RUN-DATE IS NUMERIC
                               AND BREJ-RUN-DATE = WS-CYCLE-DATE
                               PERFORM 5750-TALLY-BATCH-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCHREJ
           END-IF.

       5750-TALLY-BATCH-REJECT.
           IF BREJ-SOURCE = SPACES
               MOVE "NONE" TO WS-FIND-SOURCE
           ELSE
               MOVE BREJ-SOURCE TO WS-FIND-SOURCE
           END-IF.
           PERFORM 8300-FIND-SOURCE.
           IF WS-SRC-IX > ZERO
               EVALUATE BREJ-DATA(1:3)
                   WHEN "HDR"
                       ADD 1 TO WS-SRC-REJ-BATCHES(WS-SRC-IX)
                   WHEN "TRL"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-SRC-REJ-RECORDS(WS-SRC-IX)
               END-EVALUATE
           END-IF.

       5800-COUNT-REVIEW-QUEUE.
           OPEN INPUT MATHHOLD.
           IF WS-HOLD-STATUS NOT = "00"
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "MATHHOLD.DAT open failed - status "
                       WS-HOLD-STATUS
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MATHHOLD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF HOLD-ORIGIN = "B"
                               PERFORM 5850-TALLY-REVIEW-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATHHOLD
           END-IF.

       5850-TALLY-REVIEW-ITEM.
           MOVE HOLD-SOURCE TO WS-FIND-SOURCE.
           IF HOLD-RUN-DATE = WS-CYCLE-DATE
               ADD 1 TO WS-HELD-COUNT
               PERFORM 8300-FIND-SOURCE
               IF WS-SRC-IX > ZERO
                   ADD 1 TO WS-SRC-HELD(WS-SRC-IX)
               END-IF
           END-IF.
           IF HOLD-STATUS = "A"
               AND HOLD-EXTRACT-DATE = WS-CYCLE-DATE
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM 8300-FIND-SOURCE
               IF WS-SRC-IX > ZERO
                   ADD 1 TO WS-SRC-RELEASED(WS-SRC-IX)
               END-IF
           END-IF.

       8000-WRITE-BALANCE-REPORT.
           MOVE SPACES TO BALRPT-RECORD.
           STRING "END-OF-DAY BALANCING REPORT   RUN DATE: "
           STRING "SUSPENSE ITEMS EXPECTED FROM AUDIT:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BALRPT-RECORD.
           STRING "OVERFLOW PAIRS KEPT OFF EXTRACT:     " WS-COUNT-ED
               DELIMITED BY SIZE INTO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE WS-SUSP-OVF-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BALRPT-RECORD.
           STRING "OVERFLOW ITEMS IN SUSPENSE:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BALRPT-RECORD.
           STRING "PAIRS HELD FOR REVIEW (MATHHOLD):    " WS-COUNT-ED
               DELIMITED BY SIZE INTO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BALRPT-RECORD.
           STRING "HELD PAIRS RELEASED TO EXTRACT:      " WS-COUNT-ED
               DELIMITED BY SIZE INTO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE SPACES TO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           PERFORM 8100-CHECK-BALANCES.
           PERFORM 8200-WRITE-SOURCE-BALANCES.
           MOVE SPACES TO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           IF WS-DISCREPANCY-COUNT = ZERO
                   DELIMITED BY SIZE INTO BALRPT-RECORD
               PERFORM 8150-WRITE-DISCREPANCY
           END-IF.
           IF WS-PROCESSED-COUNT + WS-RELEASED-COUNT
               < WS-OVERFLOW-COUNT + WS-HELD-COUNT
               MOVE ZERO TO WS-EXTRACT-EXPECT
           ELSE
               COMPUTE WS-EXTRACT-EXPECT =
                   WS-PROCESSED-COUNT - WS-OVERFLOW-COUNT
                   - WS-HELD-COUNT + WS-RELEASED-COUNT
           END-IF.
           IF WS-EXTRACT-EXPECT NOT = WS-CSV-COUNT
               MOVE WS-EXTRACT-EXPECT TO WS-COUNT-ED
               MOVE WS-CSV-COUNT TO WS-COUNT-ED-2
               MOVE SPACES TO BALRPT-RECORD
               STRING "DISCREPANCY: EXTRACT LINES EXPECTED "
                   WS-COUNT-ED
                   " NOT = EXTRACT LINES " WS-COUNT-ED-2
                   DELIMITED BY SIZE INTO BALRPT-RECORD
               PERFORM 8150-WRITE-DISCREPANCY
           END-IF.
           IF WS-SUSP-OVF-COUNT NOT = WS-OVERFLOW-COUNT
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
               MOVE WS-SUSP-OVF-COUNT TO WS-COUNT-ED-2
               MOVE SPACES TO BALRPT-RECORD
               STRING "DISCREPANCY: OVERFLOWS " WS-COUNT-ED
                   " NOT = OVERFLOW SUSPENSE " WS-COUNT-ED-2
                   DELIMITED BY SIZE INTO BALRPT-RECORD
               PERFORM 8150-WRITE-DISCREPANCY
           END-IF.
           IF WS-PROCESSED-COUNT NOT = WS-AUDIT-COUNT
               MOVE WS-PROCESSED-COUNT TO WS-COUNT-ED
               MOVE WS-AUDIT-COUNT TO WS-COUNT-ED-2
           WRITE BALRPT-RECORD.
           ADD 1 TO WS-DISCREPANCY-COUNT.

       8200-WRITE-SOURCE-BALANCES.
           MOVE SPACES TO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE "BALANCE BY SOURCE SYSTEM" TO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE SPACES TO BALRPT-RECORD.
           STRING "SRC  ACCEPTED    AUDIT  EXTRACT OVERFLOW SUSP-EXP"
               " SUSPENSE REJ-BTCH  REJ-REC"
               DELIMITED BY SIZE INTO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE 1 TO WS-SRC-IX.
           PERFORM UNTIL WS-SRC-IX > WS-SRC-COUNT
               MOVE SPACES TO WS-SRC-LINE
               MOVE WS-SRC-CODE(WS-SRC-IX) TO WS-SL-CODE
               MOVE WS-SRC-ACCEPTED(WS-SRC-IX) TO WS-SL-ACCEPTED
               MOVE WS-SRC-AUDIT(WS-SRC-IX) TO WS-SL-AUDIT
               MOVE WS-SRC-CSV(WS-SRC-IX) TO WS-SL-CSV
               MOVE WS-SRC-OVERFLOW(WS-SRC-IX) TO WS-SL-OVERFLOW
               MOVE WS-SRC-EXPECT-SUSP(WS-SRC-IX) TO WS-SL-EXPECT-SUSP
               MOVE WS-SRC-SUSP(WS-SRC-IX) TO WS-SL-SUSP
               MOVE WS-SRC-REJ-BATCHES(WS-SRC-IX) TO WS-SL-REJ-BATCHES
               MOVE WS-SRC-REJ-RECORDS(WS-SRC-IX) TO WS-SL-REJ-RECORDS
               MOVE WS-SRC-LINE TO BALRPT-RECORD
               WRITE BALRPT-RECORD
               ADD 1 TO WS-SRC-IX
           END-PERFORM.
           IF WS-SRC-FULL = "Y"
               MOVE "WARNING: MORE THAN 20 SOURCES - EXCESS NOT SHOWN"
                   TO BALRPT-RECORD
               WRITE BALRPT-RECORD
           END-IF.
           MOVE SPACES TO BALRPT-RECORD.
           WRITE BALRPT-RECORD.
           MOVE ZERO TO WS-SRC-DISC.
           MOVE 1 TO WS-SRC-IX.
           PERFORM UNTIL WS-SRC-IX > WS-SRC-COUNT
               PERFORM 8250-CHECK-ONE-SOURCE
               ADD 1 TO WS-SRC-IX
           END-PERFORM.
           IF WS-SRC-DISC = ZERO
               MOVE "ALL SOURCES IN BALANCE." TO BALRPT-RECORD
               WRITE BALRPT-RECORD
           END-IF.

       8250-CHECK-ONE-SOURCE.
           IF WS-SRC-ACCEPTED(WS-SRC-IX) NOT = WS-SRC-AUDIT(WS-SRC-IX)
               MOVE WS-SRC-ACCEPTED(WS-SRC-IX) TO WS-COUNT-ED
               MOVE WS-SRC-AUDIT(WS-SRC-IX) TO WS-COUNT-ED-2
               MOVE SPACES TO BALRPT-RECORD
               STRING "DISCREPANCY: SOURCE " WS-SRC-CODE(WS-SRC-IX)
                   " ACCEPTED " WS-COUNT-ED
                   " NOT = AUDIT ENTRIES " WS-COUNT-ED-2
                   DELIMITED BY SIZE INTO BALRPT-RECORD
               PERFORM 8150-WRITE-DISCREPANCY
               ADD 1 TO WS-SRC-DISC
           END-IF.
           IF WS-SRC-AUDIT(WS-SRC-IX) + WS-SRC-RELEASED(WS-SRC-IX)
               < WS-SRC-OVERFLOW(WS-SRC-IX) + WS-SRC-HELD(WS-SRC-IX)
               MOVE ZERO TO WS-SRC-EXTRACT-EXPECT
           ELSE
               COMPUTE WS-SRC-EXTRACT-EXPECT =
                   WS-SRC-AUDIT(WS-SRC-IX) - WS-SRC-OVERFLOW(WS-SRC-IX)
                   - WS-SRC-HELD(WS-SRC-IX)
                   + WS-SRC-RELEASED(WS-SRC-IX)
           END-IF.
           IF WS-SRC-EXTRACT-EXPECT NOT = WS-SRC-CSV(WS-SRC-IX)
               MOVE WS-SRC-EXTRACT-EXPECT TO WS-COUNT-ED
               MOVE WS-SRC-CSV(WS-SRC-IX) TO WS-COUNT-ED-2
               MOVE SPACES TO BALRPT-RECORD
               STRING "DISCREPANCY: SOURCE " WS-SRC-CODE(WS-SRC-IX)
                   " EXTRACT EXPECTED " WS-COUNT-ED
                   " NOT = EXTRACT " WS-COUNT-ED-2
                   DELIMITED BY SIZE INTO BALRPT-RECORD
               PERFORM 8150-WRITE-DISCREPANCY
               ADD 1 TO WS-SRC-DISC
           END-IF.
           IF WS-SRC-OVERFLOW(WS-SRC-IX)
               NOT = WS-SRC-SUSP-OVF(WS-SRC-IX)
               MOVE WS-SRC-OVERFLOW(WS-SRC-IX) TO WS-COUNT-ED
               MOVE WS-SRC-SUSP-OVF(WS-SRC-IX) TO WS-COUNT-ED-2
               MOVE SPACES TO BALRPT-RECORD
               STRING "DISCREPANCY: SOURCE " WS-SRC-CODE(WS-SRC-IX)
                   " OVERFLOWS " WS-COUNT-ED
                   " NOT = OVF SUSPENSE " WS-COUNT-ED-2
                   DELIMITED BY SIZE INTO BALRPT-RECORD
               PERFORM 8150-WRITE-DISCREPANCY
               ADD 1 TO WS-SRC-DISC
           END-IF.
           IF WS-SRC-EXPECT-SUSP(WS-SRC-IX) NOT = WS-SRC-SUSP(WS-SRC-IX)
               MOVE WS-SRC-EXPECT-SUSP(WS-SRC-IX) TO WS-COUNT-ED
               MOVE WS-SRC-SUSP(WS-SRC-IX) TO WS-COUNT-ED-2
               MOVE SPACES TO BALRPT-RECORD
               STRING "DISCREPANCY: SOURCE " WS-SRC-CODE(WS-SRC-IX)
                   " SUSP EXPECTED " WS-COUNT-ED
                   " NOT = WRITTEN " WS-COUNT-ED-2
                   DELIMITED BY SIZE INTO BALRPT-RECORD
               PERFORM 8150-WRITE-DISCREPANCY
               ADD 1 TO WS-SRC-DISC
           END-IF.

       8300-FIND-SOURCE.
           IF WS-FIND-SOURCE = SPACES
               MOVE "DFLT" TO WS-FIND-SOURCE
           END-IF.
           MOVE ZERO TO WS-SRC-IX.
           MOVE 1 TO WS-F-IX.
           PERFORM UNTIL WS-F-IX > WS-SRC-COUNT
               OR WS-SRC-IX > ZERO
               IF WS-SRC-CODE(WS-F-IX) = WS-FIND-SOURCE
                   MOVE WS-F-IX TO WS-SRC-IX
               END-IF
               ADD 1 TO WS-F-IX
           END-PERFORM.
           IF WS-SRC-IX = ZERO
               IF WS-SRC-COUNT < WS-SRC-MAX
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-IX
                   MOVE WS-FIND-SOURCE TO WS-SRC-CODE(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-ACCEPTED(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-AUDIT(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-CSV(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-OVERFLOW(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-EXPECT-SUSP(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-SUSP(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-SUSP-OVF(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-REJ-BATCHES(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-REJ-RECORDS(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-HELD(WS-SRC-IX)
                   MOVE ZERO TO WS-SRC-RELEASED(WS-SRC-IX)
               ELSE
                   MOVE "Y" TO WS-SRC-FULL
                   MOVE ZERO TO WS-SRC-IX
               END-IF
           END-IF.

       9000-WRITE-RUN-START.
           MOVE SPACES TO RUNHIST-RECORD.
           MOVE "START" TO HIST-ENTRY-TYPE.
       9500-WRITE-HIST-RECORD.
           MOVE "mathbal" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
