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
       FD  MATHSUMM.
       01  MATHSUMM-RECORD         PIC X(80).
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
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-SUMM-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           05 WS-A-DATE PIC X(8).
           05 FILLER PIC X.
           05 WS-A-TIME PIC X(8).
           05 WS-A-TAG PIC X(6).
           05 WS-A-NUM1 PIC X(8).
           05 FILLER PIC X(6).
           05 WS-A-NUM2 PIC X(8).
           05 WS-A-PCT PIC X(13).
           05 FILLER PIC X(10).
           05 WS-A-MISMATCH PIC X.
           05 FILLER PIC X(6).
           05 WS-A-OVF-TAG PIC X(5).
           05 WS-A-OVF PIC X.
       01 WS-AUDIT-REC-OLD REDEFINES WS-AUDIT-REC.
           05 FILLER PIC X(104).
           05 WS-A-OLD-REM-TAG PIC X(5).
       01 WS-D-PCT PIC 9(7) VALUE ZERO.
       01 WS-D-DIV0 PIC 9(7) VALUE ZERO.
       01 WS-D-MISMATCH PIC 9(7) VALUE ZERO.
       01 WS-D-OVERFLOW PIC 9(7) VALUE ZERO.
       01 WS-D-OLDFMT PIC 9(7) VALUE ZERO.
       01 WS-D-MAX-OPND PIC S9(7) VALUE -9999999.
       01 WS-D-MIN-OPND PIC S9(7) VALUE +9999999.
       01 WS-ABORT-FLAG PIC X VALUE "N".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           OPEN INPUT AUDITLOG.
           IF WS-AUDIT-STATUS NOT = "00"
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

       2000-PROCESS-RECORD.
           MOVE AUDITLOG-RECORD TO WS-AUDIT-REC.
           IF WS-A-DATE IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED
           ELSE
               IF WS-A-TAG NOT = " CTRL="
                   IF WS-A-DATE NOT = WS-PREV-DATE
                       IF WS-PREV-DATE NOT = SPACES
                           PERFORM 6100-WRITE-DATE-SECTION
                       END-IF
                       PERFORM 2100-RESET-DATE-COUNTERS
                       MOVE WS-A-DATE TO WS-PREV-DATE
                   END-IF
                   PERFORM 2200-TALLY-RECORD
               END-IF
           END-IF.

       2100-RESET-DATE-COUNTERS.
           MOVE ZERO TO WS-D-CALCS WS-D-ADD WS-D-SUB WS-D-MUL.
           MOVE ZERO TO WS-D-DIV WS-D-REM WS-D-PCT.
           MOVE ZERO TO WS-D-DIV0 WS-D-MISMATCH WS-D-OLDFMT.
           MOVE ZERO TO WS-D-OVERFLOW.
           MOVE -9999999 TO WS-D-MAX-OPND.
           MOVE +9999999 TO WS-D-MIN-OPND.

               IF WS-A-MISMATCH = "Y"
                   ADD 1 TO WS-D-MISMATCH
               END-IF
               IF WS-A-OVF-TAG = " OVF=" AND WS-A-OVF = "Y"
                   ADD 1 TO WS-D-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-D-OLDFMT
               IF WS-A-OLD-MISMATCH = "Y"
           MOVE WS-D-MISMATCH TO WS-COUNT-ED.
           MOVE "  MISMATCHES:      " TO MATHSUMM-RECORD.
           PERFORM 6120-WRITE-COUNT-LINE.
           MOVE WS-D-OVERFLOW TO WS-COUNT-ED.
           MOVE "  OVERFLOWS:       " TO MATHSUMM-RECORD.
           PERFORM 6120-WRITE-COUNT-LINE.
           IF WS-D-OLDFMT > ZERO
               MOVE WS-D-OLDFMT TO WS-COUNT-ED
               MOVE "  PRIOR-FORMAT:    " TO MATHSUMM-RECORD
       9500-WRITE-HIST-RECORD.
           MOVE "mathsum" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
