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
       FD  MATHTRND.
       01  MATHTRND-RECORD         PIC X(80).
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
       01 WS-ARCH-STATUS PIC XX.
       01 WS-TRND-STATUS PIC XX.
       01 WS-SKIPPED PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-REC.
           05 WS-A-DATE PIC X(8).
           05 FILLER PIC X(9).
           05 WS-A-TAG PIC X(6).
           05 FILLER PIC X(72).
           05 WS-A-QUOT PIC X(9).
           05 FILLER PIC X(19).
           05 WS-A-PCT PIC X(13).
       01 WS-COUNT-ED PIC Z(6)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           PERFORM 1000-GET-ARCHIVE-RANGE.
           IF WS-ARCH-FROM > ZERO
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

       1000-GET-ARCHIVE-RANGE.
           DISPLAY "Archive range FROM (YYYYMMDD, blank=live only): ".
           ACCEPT WS-FROM-TEXT.
           IF WS-A-DATE IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED
           ELSE
               IF WS-A-TAG NOT = " CTRL="
                   ADD 1 TO WS-REC-COUNT
                   MOVE WS-A-DATE TO WS-REC-DATE
                   COMPUTE WS-MONTH-KEY = WS-REC-DATE / 100
                   COMPUTE WS-WEEK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-REC-DATE)
                   COMPUTE WS-WEEK-INT = WS-WEEK-INT
                       - FUNCTION MOD(WS-WEEK-INT - 1 7)
                   COMPUTE WS-WEEK-KEY =
                       FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
                   IF WS-A-QUOT = "DIV/0"
                       MOVE "Y" TO WS-DIV0-SW
                   ELSE
                       MOVE "N" TO WS-DIV0-SW
                   END-IF
                   MOVE "N" TO WS-MISMATCH-SW
                   IF WS-A-OLD-REM-TAG = " REM="
                       IF WS-A-MISMATCH = "Y"
                           MOVE "Y" TO WS-MISMATCH-SW
                       END-IF
                   ELSE
                       IF WS-A-OLD-MISMATCH = "Y"
                           MOVE "Y" TO WS-MISMATCH-SW
                       END-IF
                   END-IF
                   PERFORM 3100-TALLY-MONTH
                   PERFORM 3200-TALLY-WEEK
               END-IF
           END-IF.

       3100-TALLY-MONTH.
       9500-WRITE-HIST-RECORD.
           MOVE "mathtrnd" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
