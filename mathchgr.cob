           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTCHG.
           05  CHG-NEW-PCT         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-DIV-ZERO    PIC X.
           05  FILLER              PIC X.
           05  CHG-ACTION          PIC X.
           05  FILLER              PIC X.
           05  CHG-SOURCE          PIC X(8).
           05  FILLER              PIC X.
           05  CHG-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  CHG-SYS-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  CHG-SYS-TIME        PIC 9(8).
       FD  CHGRPT.
       01  CHGRPT-RECORD           PIC X(80).
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
       01 WS-CHG-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RECALC-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NUM1-ED PIC -(7)9.
       01 WS-NUM2-ED PIC -(7)9.
       01 WS-OLD-ED PIC -(7)9.
       01 WS-OLD-PCT-ED PIC -(9)9.99.
       01 WS-NEW-PCT-ED PIC -(9)9.99.
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-ACTION-DESC PIC X(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 9000-WRITE-RUN-START.
           OPEN INPUT MASTCHG.
           IF WS-CHG-STATUS = "35"
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

       2000-REPORT-CHANGES.
           OPEN OUTPUT CHGRPT.
           IF WS-RPT-STATUS NOT = "00"
       2100-REPORT-ONE-CHANGE.
           MOVE CHG-NUM1 TO WS-NUM1-ED.
           MOVE CHG-NUM2 TO WS-NUM2-ED.
           EVALUATE CHG-ACTION
               WHEN "A"
                   MOVE "ADDED" TO WS-ACTION-DESC
                   ADD 1 TO WS-ADDED-COUNT
               WHEN "D"
                   MOVE "DELETED" TO WS-ACTION-DESC
                   ADD 1 TO WS-DELETED-COUNT
               WHEN "R"
                   MOVE "RECALC" TO WS-ACTION-DESC
                   ADD 1 TO WS-RECALC-COUNT
               WHEN OTHER
                   MOVE "CHANGED" TO WS-ACTION-DESC
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE.
           IF CHG-SOURCE = SPACES
               MOVE "math" TO CHG-SOURCE
           END-IF.
           IF CHG-OPERATOR = SPACES
               MOVE "BATCH" TO CHG-OPERATOR
           END-IF.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "PAIR " WS-NUM1-ED " " WS-NUM2-ED
               " " WS-ACTION-DESC " " CHG-RUN-DATE " " CHG-RUN-TIME
               " BY " CHG-SOURCE " OPR " CHG-OPERATOR
               DELIMITED BY SIZE INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           IF CHG-NEW-SUM NOT = CHG-OLD-SUM
       6500-WRITE-REPORT-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "MASTER CHANGES:             " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE WS-ADDED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "  PAIRS ADDED:              " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "  RESULTS CHANGED:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE WS-RECALC-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "  PAIRS RECALCULATED:       " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.
           MOVE WS-DELETED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CHGRPT-RECORD.
           STRING "  PAIRS DELETED:            " WS-COUNT-ED
               DELIMITED BY SIZE INTO CHGRPT-RECORD.
           WRITE CHGRPT-RECORD.

       9500-WRITE-HIST-RECORD.
           MOVE "mathchgr" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
