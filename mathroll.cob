       IDENTIFICATION DIVISION.
       PROGRAM-ID. mathroll.
       AUTHOR. James Hill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT HOLIDAY ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01 WS-BUS-STATUS PIC XX.
       01 WS-HOL-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-BUS-FOUND PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-NEW-DATE PIC 9(8) VALUE ZERO.
       01 WS-SYS-DATE PIC 9(8).
       01 WS-SYS-TIME PIC 9(8).
       01 WS-ROLL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SKIP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 366.
               10 WS-HOL-DATE PIC 9(8).
       01 WS-HOL-MAX PIC 9(3) VALUE 366.
       01 WS-HOL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOL-IX PIC 9(3).
       01 WS-HOL-BAD PIC 9(3) VALUE ZERO.
       01 WS-HOL-FULL PIC X VALUE "N".
       01 WS-BUS-DAY-FLAG PIC X.
       01 WS-TEST-INT PIC S9(9).
       01 WS-TEST-DATE PIC 9(8).
       01 WS-DOW PIC 9.
       01 WS-COUNT-ED PIC Z(6)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           PERFORM 1000-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           IF WS-ABORT-FLAG = "N"
               PERFORM 1200-LOAD-HOLIDAYS
           END-IF.
           IF WS-ABORT-FLAG = "N"
               PERFORM 2000-FIND-NEXT-BUSINESS-DAY
               PERFORM 3000-WRITE-BUSINESS-DATE
           END-IF.
           PERFORM 9100-WRITE-RUN-END.
           STOP RUN.

       1000-READ-BUSINESS-DATE.
           MOVE WS-SYS-DATE TO WS-RUN-DATE.
           OPEN INPUT BUSDATE.
           IF WS-BUS-STATUS = "35"
               DISPLAY "BUSDATE.DAT not found - business date will be"
                   " set from the system date."
           ELSE
               IF WS-BUS-STATUS NOT = "00"
                   DISPLAY "BUSDATE.DAT open failed - status "
                       WS-BUS-STATUS " - business date not rolled."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   READ BUSDATE
                       AT END
                           DISPLAY "BUSDATE.DAT empty - business date"
                               " will be set from the system date."
                       NOT AT END
                           IF BUS-CURR-DATE IS NUMERIC
                               AND BUS-CURR-DATE > ZERO
                               MOVE BUS-CURR-DATE TO WS-RUN-DATE
                               MOVE "Y" TO WS-BUS-FOUND
                           ELSE
                               DISPLAY "BUSDATE.DAT date not valid - "
                                   "business date not rolled."
                               MOVE "Y" TO WS-ABORT-FLAG
                           END-IF
                   END-READ
                   CLOSE BUSDATE
               END-IF
           END-IF.

       1200-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY.
           IF WS-HOL-STATUS = "35"
               DISPLAY "HOLIDAY.DAT not found - only weekends are"
                   " non-business days."
           ELSE
               IF WS-HOL-STATUS NOT = "00"
                   DISPLAY "HOLIDAY.DAT open failed - status "
                       WS-HOL-STATUS " - business date not rolled."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ HOLIDAY
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               PERFORM 1250-STORE-HOLIDAY
                       END-READ
                   END-PERFORM
                   CLOSE HOLIDAY
                   IF WS-HOL-FULL = "Y"
                       DISPLAY "HOLIDAY.DAT holds more than "
                           WS-HOL-MAX " dates - business date not"
                           " rolled."
                       MOVE "Y" TO WS-ABORT-FLAG
                   END-IF
               END-IF
           END-IF.

       1250-STORE-HOLIDAY.
           IF HOLIDAY-RECORD = SPACES
               OR HOLIDAY-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               IF HOL-DATE IS NOT NUMERIC
                   ADD 1 TO WS-HOL-BAD
                   DISPLAY "HOLIDAY.DAT entry not valid - ignored: "
                       HOLIDAY-RECORD
               ELSE
                   IF WS-HOL-COUNT = WS-HOL-MAX
                       MOVE "Y" TO WS-HOL-FULL
                   ELSE
                       ADD 1 TO WS-HOL-COUNT
                       MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                   END-IF
               END-IF
           END-IF.

       2000-FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-TEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           IF WS-BUS-FOUND = "Y"
               ADD 1 TO WS-TEST-INT
           END-IF.
           PERFORM 5000-TEST-BUSINESS-DAY.
           PERFORM UNTIL WS-BUS-DAY-FLAG = "Y"
               ADD 1 TO WS-SKIP-COUNT
               ADD 1 TO WS-TEST-INT
               PERFORM 5000-TEST-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-TEST-DATE TO WS-NEW-DATE.

       3000-WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSDATE.
           IF WS-BUS-STATUS NOT = "00"
               DISPLAY "BUSDATE.DAT open failed - status "
                   WS-BUS-STATUS " - business date not rolled."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               MOVE SPACES TO BUSDATE-RECORD
               MOVE WS-NEW-DATE TO BUS-CURR-DATE
               IF WS-BUS-FOUND = "Y"
                   MOVE WS-RUN-DATE TO BUS-PREV-DATE
               ELSE
                   MOVE ZERO TO BUS-PREV-DATE
               END-IF
               MOVE WS-SYS-DATE TO BUS-ROLL-DATE
               MOVE WS-SYS-TIME TO BUS-ROLL-TIME
               WRITE BUSDATE-RECORD
               CLOSE BUSDATE
               MOVE 1 TO WS-ROLL-COUNT
               IF WS-BUS-FOUND = "Y"
                   DISPLAY "BUSINESS DATE ROLLED FROM " WS-RUN-DATE
                       " TO " WS-NEW-DATE
               ELSE
                   DISPLAY "BUSINESS DATE SET TO " WS-NEW-DATE
               END-IF
               MOVE WS-SKIP-COUNT TO WS-COUNT-ED
               DISPLAY "NON-BUSINESS DAYS SKIPPED:  " WS-COUNT-ED
               MOVE WS-HOL-COUNT TO WS-COUNT-ED
               DISPLAY "HOLIDAYS ON CALENDAR:       " WS-COUNT-ED
               IF WS-HOL-BAD > ZERO
                   MOVE WS-HOL-BAD TO WS-COUNT-ED
                   DISPLAY "HOLIDAY ENTRIES IGNORED:    " WS-COUNT-ED
               END-IF
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
           MOVE WS-ROLL-COUNT TO HIST-REC-COUNT.
           IF WS-ABORT-FLAG = "Y"
               MOVE "ABORT" TO HIST-OUTCOME
               MOVE 8 TO HIST-COMP-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO HIST-OUTCOME
               MOVE ZERO TO HIST-COMP-CODE
           END-IF.
           PERFORM 9500-WRITE-HIST-RECORD.

       9500-WRITE-HIST-RECORD.
           MOVE "mathroll" TO HIST-PROGRAM.
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
