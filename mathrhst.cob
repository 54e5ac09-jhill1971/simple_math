           SELECT RUNHRPT ASSIGN TO "RUNHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST.
           05  HIST-OUTCOME        PIC X(5).
           05  FILLER              PIC X.
           05  HIST-COMP-CODE      PIC 9(4).
           05  FILLER              PIC X.
           05  HIST-OPERATOR       PIC X(8).
       FD  RUNHRPT.
       01  RUNHRPT-RECORD          PIC X(80).
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
       01 WS-HIST-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-COUNT-ED PIC Z(6)9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           OPEN INPUT RUNHIST.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "RUNHIST.DAT open failed - status "
           END-IF.
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

       2000-REPORT-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           EVALUATE HIST-ENTRY-TYPE
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO RUNHRPT-RECORD.
           MOVE RUNHIST-RECORD TO RUNHRPT-RECORD(1:60).
           IF HIST-ENTRY-TYPE = "END"
               AND HIST-OUTCOME NOT = "OK"
               MOVE " <== ABORTED" TO RUNHRPT-RECORD(62:12)
           END-IF.
           WRITE RUNHRPT-RECORD.

           MOVE SPACES TO RUNHRPT-RECORD.
           MOVE "PROGRAM  TYPE  DATE     TIME     RECORDS OUTC CODE"
               TO RUNHRPT-RECORD.
           MOVE "OPERATOR" TO RUNHRPT-RECORD(53:8).
           WRITE RUNHRPT-RECORD.
           MOVE SPACES TO RUNHRPT-RECORD.
           WRITE RUNHRPT-RECORD.
