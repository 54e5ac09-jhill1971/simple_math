           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPERSEC ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT SECVIOL ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATHMAST.
           05  HIST-OUTCOME        PIC X(5).
           05  FILLER              PIC X.
           05  HIST-COMP-CODE      PIC 9(4).
           05  FILLER              PIC X.
           05  HIST-OPERATOR       PIC X(8).
       FD  OPERSEC.
       01  OPERSEC-RECORD.
           05  OPR-ID              PIC X(8).
           05  FILLER              PIC X.
           05  OPR-PASSWORD        PIC X(8).
           05  FILLER              PIC X.
           05  OPR-LEVEL           PIC X.
           05  FILLER              PIC X.
           05  OPR-NAME            PIC X(30).
       FD  SECVIOL.
       01  SECVIOL-RECORD.
           05  VIOL-DATE           PIC 9(8).
           05  FILLER              PIC X.
           05  VIOL-TIME           PIC 9(8).
           05  FILLER              PIC X.
           05  VIOL-PROGRAM        PIC X(8).
           05  FILLER              PIC X.
           05  VIOL-OPERATOR       PIC X(8).
           05  FILLER              PIC X.
           05  VIOL-REASON         PIC X(8).
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
       01 WS-RUN-DATE PIC 9(8).
       01 num1 PIC S9(7).
       01 num2 PIC S9(7).
       01 WS-MAST-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-INQ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OPR-STATUS PIC XX.
       01 WS-VIOL-STATUS PIC XX.
       01 WS-OPR-EOF PIC X.
       01 WS-OPR-FOUND PIC X.
       01 WS-OPR-PASSWORD PIC X(8).
       01 WS-OPR-LEVEL PIC X.
       01 WS-OPR-NAME PIC X(30).
       01 WS-OPR-RANK PIC 9.
       01 WS-REQUIRED-RANK PIC 9 VALUE 1.
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PASSWORD PIC X(8).
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9 VALUE ZERO.
       01 WS-VIOL-REASON PIC X(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           PERFORM 0500-SIGN-ON.
           PERFORM 9000-WRITE-RUN-START.
           IF WS-SIGNON-OK = "Y"
               OPEN INPUT MATHMAST
               IF WS-MAST-STATUS NOT = "00"
                   DISPLAY "MATHMAST.DAT open failed - status "
                       WS-MAST-STATUS " - inquiry unavailable."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   PERFORM UNTIL WS-ANOTHER = "N" OR WS-ANOTHER = "n"
                       PERFORM 2000-INQUIRE-ONE-PAIR
                       DISPLAY "Another inquiry? (Y/N): "
                       ACCEPT WS-ANOTHER
                   END-PERFORM
                   CLOSE MATHMAST
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

       0500-SIGN-ON.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE ZERO TO WS-SIGNON-TRIES.
           PERFORM UNTIL WS-SIGNON-OK = "Y" OR WS-SIGNON-TRIES = 3
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: "
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password: "
               ACCEPT WS-SIGNON-PASSWORD
               PERFORM 0510-CHECK-OPERATOR
           END-PERFORM.
           IF WS-SIGNON-OK = "Y"
               MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
               DISPLAY "Signed on: " WS-OPR-NAME
           ELSE
               MOVE "LOCKOUT" TO WS-VIOL-REASON
               PERFORM 0520-LOG-VIOLATION
               DISPLAY "Sign-on failed - session ended."
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       0510-CHECK-OPERATOR.
           MOVE SPACES TO WS-VIOL-REASON.
           MOVE "N" TO WS-OPR-FOUND.
           OPEN INPUT OPERSEC.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "OPERSEC.DAT open failed - status "
                   WS-OPR-STATUS " - sign-on refused."
               MOVE "NOSECFIL" TO WS-VIOL-REASON
               MOVE 3 TO WS-SIGNON-TRIES
           ELSE
               MOVE "N" TO WS-OPR-EOF
               PERFORM UNTIL WS-OPR-EOF = "Y" OR WS-OPR-FOUND = "Y"
                   READ OPERSEC
                       AT END
                           MOVE "Y" TO WS-OPR-EOF
                       NOT AT END
                           IF OPR-ID = WS-SIGNON-ID
                               MOVE "Y" TO WS-OPR-FOUND
                               MOVE OPR-PASSWORD TO WS-OPR-PASSWORD
                               MOVE OPR-LEVEL TO WS-OPR-LEVEL
                               MOVE OPR-NAME TO WS-OPR-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERSEC
               EVALUATE WS-OPR-LEVEL
                   WHEN "U"
                       MOVE 3 TO WS-OPR-RANK
                   WHEN "C"
                       MOVE 2 TO WS-OPR-RANK
                   WHEN "I"
                       MOVE 1 TO WS-OPR-RANK
                   WHEN OTHER
                       MOVE ZERO TO WS-OPR-RANK
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-OPR-FOUND = "N" OR WS-SIGNON-ID = SPACES
                       MOVE "BADID" TO WS-VIOL-REASON
                   WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
                       MOVE "BADPWD" TO WS-VIOL-REASON
                   WHEN WS-OPR-RANK < WS-REQUIRED-RANK
                       MOVE "AUTHLVL" TO WS-VIOL-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-VIOL-REASON = SPACES
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               PERFORM 0520-LOG-VIOLATION
               IF WS-VIOL-REASON = "AUTHLVL"
                   DISPLAY "Operator not authorized for this program."
               ELSE
                   DISPLAY "Sign-on rejected."
               END-IF
           END-IF.

       0520-LOG-VIOLATION.
           OPEN EXTEND SECVIOL.
           IF WS-VIOL-STATUS = "35"
               OPEN OUTPUT SECVIOL
           END-IF.
           IF WS-VIOL-STATUS = "00"
               MOVE SPACES TO SECVIOL-RECORD
               ACCEPT VIOL-DATE FROM DATE YYYYMMDD
               ACCEPT VIOL-TIME FROM TIME
               MOVE "mathinq" TO VIOL-PROGRAM
               MOVE WS-SIGNON-ID TO VIOL-OPERATOR
               MOVE WS-VIOL-REASON TO VIOL-REASON
               WRITE SECVIOL-RECORD
               CLOSE SECVIOL
           ELSE
               DISPLAY "SECVIOL.DAT open failed - status "
                   WS-VIOL-STATUS " - violation not recorded."
           END-IF.

       2000-INQUIRE-ONE-PAIR.
           ADD 1 TO WS-INQ-COUNT.

       9500-WRITE-HIST-RECORD.
           MOVE "mathinq" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
