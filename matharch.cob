           SELECT AUDITKEEP ASSIGN TO "AUDITKEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT ARCHREG ASSIGN TO "ARCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ARCHRPT ASSIGN TO "ARCHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT HOLIDAY ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       01  AUDITLOG-RECORD         PIC X(220).
       FD  ARCHFILE.
       01  ARCHFILE-RECORD         PIC X(220).
       FD  AUDITKEEP.
       01  AUDITKEEP-RECORD        PIC X(220).
       FD  ARCHREG.
       01  ARCHREG-RECORD.
           05  AREG-ARCH-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  AREG-REC-COUNT      PIC 9(7).
           05  FILLER              PIC X.
           05  AREG-CUTOFF-DATE    PIC 9(8).
       FD  ARCHRPT.
       01  ARCHRPT-RECORD          PIC X(80).
       FD  MATHPARM.
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
       FD  HOLIDAY.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).
           05  FILLER              PIC X.
           05  HOL-DESC            PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-BUS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ARCH-STATUS PIC XX.
       01 WS-KEEP-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-ARCH-NAME PIC X(30).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-REC-DATE PIC X(8).
       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ARCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-HIST-STATUS PIC XX.
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-HOL-STATUS PIC XX.
       01 WS-HOL-EOF PIC X VALUE "N".
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 366.
               10 WS-HOL-DATE PIC 9(8).
       01 WS-HOL-MAX PIC 9(3) VALUE 366.
       01 WS-HOL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOL-IX PIC 9(3).
       01 WS-HOL-FULL PIC X VALUE "N".
       01 WS-BUS-DAY-FLAG PIC X.
       01 WS-BUS-DAYS PIC 9(5).
       01 WS-TEST-INT PIC S9(9).
       01 WS-TEST-DATE PIC 9(8).
       01 WS-DOW PIC 9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           PERFORM 1000-READ-PARM-FILE.
           PERFORM 1200-LOAD-HOLIDAYS.
           PERFORM 1300-COMPUTE-CUTOFF-DATE.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING "AUDITARCH." WS-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
                           " unchanged."
                       MOVE "Y" TO WS-ABORT-FLAG
                   ELSE
                       IF WS-ARCH-COUNT > ZERO
                           PERFORM 3500-REGISTER-ARCHIVE
                       END-IF
                       PERFORM 8000-WRITE-ARCHIVE-REPORT
                       IF WS-REWRITE-ERROR = "Y"
                           MOVE "Y" TO WS-ABORT-FLAG
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

       1000-READ-PARM-FILE.
           OPEN INPUT MATHPARM.
           IF WS-PARM-STATUS = "00"
               CLOSE MATHPARM
           END-IF.

       1200-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY.
           IF WS-HOL-STATUS = "00"
               PERFORM UNTIL WS-HOL-EOF = "Y"
                   READ HOLIDAY
                       AT END
                           MOVE "Y" TO WS-HOL-EOF
                       NOT AT END
                           PERFORM 1250-STORE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY
               IF WS-HOL-FULL = "Y"
                   DISPLAY "HOLIDAY.DAT holds more than " WS-HOL-MAX
                       " dates - later dates ignored."
               END-IF
           ELSE
               DISPLAY "HOLIDAY.DAT not available - status "
                   WS-HOL-STATUS " - only weekends excluded."
           END-IF.

       1250-STORE-HOLIDAY.
           IF HOLIDAY-RECORD NOT = SPACES
               AND HOLIDAY-RECORD(1:1) NOT = "*"
               AND HOL-DATE IS NUMERIC
               IF WS-HOL-COUNT = WS-HOL-MAX
                   MOVE "Y" TO WS-HOL-FULL
               ELSE
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
               END-IF
           END-IF.

       1300-COMPUTE-CUTOFF-DATE.
           COMPUTE WS-TEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE ZERO TO WS-BUS-DAYS.
           PERFORM UNTIL WS-BUS-DAYS = WS-RETENTION-DAYS
               SUBTRACT 1 FROM WS-TEST-INT
               PERFORM 5000-TEST-BUSINESS-DAY
               IF WS-BUS-DAY-FLAG = "Y"
                   ADD 1 TO WS-BUS-DAYS
               END-IF
           END-PERFORM.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-INT).

       2000-SPLIT-AUDIT-LOG.
           OPEN EXTEND ARCHFILE.
           IF WS-ARCH-STATUS = "35"
               CLOSE AUDITLOG
           END-IF.

       3500-REGISTER-ARCHIVE.
           OPEN EXTEND ARCHREG.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT ARCHREG
           END-IF.
           IF WS-REG-STATUS = "00"
               MOVE SPACES TO ARCHREG-RECORD
               MOVE WS-RUN-DATE TO AREG-ARCH-DATE
               MOVE WS-ARCH-COUNT TO AREG-REC-COUNT
               MOVE WS-CUTOFF-DATE TO AREG-CUTOFF-DATE
               WRITE ARCHREG-RECORD
               CLOSE ARCHREG
           ELSE
               DISPLAY "ARCHREG.DAT open failed - status "
                   WS-REG-STATUS " - " WS-ARCH-NAME " not registered."
           END-IF.

       5000-TEST-BUSINESS-DAY.
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
           COMPUTE WS-DOW = FUNCTION MOD(WS-TEST-INT - 1, 7).
           MOVE "Y" TO WS-BUS-DAY-FLAG.
           IF WS-DOW > 4
               MOVE "N" TO WS-BUS-DAY-FLAG
           ELSE
               MOVE 1 TO WS-HOL-IX
               PERFORM UNTIL WS-HOL-IX > WS-HOL-COUNT
                   OR WS-BUS-DAY-FLAG = "N"
                   IF WS-HOL-DATE(WS-HOL-IX) = WS-TEST-DATE
                       MOVE "N" TO WS-BUS-DAY-FLAG
                   END-IF
                   ADD 1 TO WS-HOL-IX
               END-PERFORM
           END-IF.

       8000-WRITE-ARCHIVE-REPORT.
           OPEN OUTPUT ARCHRPT.
           MOVE SPACES TO ARCHRPT-RECORD.
               DELIMITED BY SIZE INTO ARCHRPT-RECORD.
           WRITE ARCHRPT-RECORD.
           MOVE SPACES TO ARCHRPT-RECORD.
           STRING "RETENTION BUSINESS DAYS: " WS-RETENTION-DAYS
               "   CUTOFF DATE: " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO ARCHRPT-RECORD.
           WRITE ARCHRPT-RECORD.
       9500-WRITE-HIST-RECORD.
           MOVE "matharch" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
