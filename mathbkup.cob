       IDENTIFICATION DIVISION.
       PROGRAM-ID. mathbkup.
       AUTHOR. James Hill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATHMAST ASSIGN TO "MATHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT MASTBKUP ASSIGN TO DYNAMIC WS-BKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT MASTRCVR ASSIGN TO "MASTRCVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVE-STATUS.
           SELECT BKUPCAT ASSIGN TO "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT BKUPPARM ASSIGN TO "BKUPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTCHG ASSIGN TO "MASTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT BKUPRPT ASSIGN TO "BKUPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RCVRPT ASSIGN TO "RCVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.
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
       01  MATHMAST-RECORD.
           05  MAST-KEY.
               10  MAST-NUM1       PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
               10  MAST-NUM2       PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-SUM            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-DIFFERENCE     PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-PRODUCT        PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-QUOTIENT       PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-REMAINDER      PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-PCT            PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  MAST-DIV-ZERO       PIC X.
           05  MAST-LAST-CALC-DATE PIC 9(8).
       FD  MASTBKUP.
       01  MASTBKUP-RECORD         PIC X(77).
       FD  MASTRCVR.
       01  MASTRCVR-RECORD         PIC X(77).
       FD  BKUPCAT.
       01  BKUPCAT-RECORD.
           05  CAT-BACKUP-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  CAT-BACKUP-TIME     PIC 9(8).
           05  FILLER              PIC X.
           05  CAT-REC-COUNT       PIC 9(7).
           05  FILLER              PIC X.
           05  CAT-KEY-HASH        PIC S9(13)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-SUM-TOTAL       PIC S9(13)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-DIFF-TOTAL      PIC S9(13)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-PROD-TOTAL      PIC S9(13)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-QUOT-TOTAL      PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-REM-TOTAL       PIC S9(13)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-PCT-TOTAL       PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CAT-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  CAT-SYS-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  CAT-SYS-TIME        PIC 9(8).
       FD  BKUPPARM.
       01  BKUPPARM-RECORD.
           05  BKP-MODE            PIC X.
           05  FILLER              PIC X.
           05  BKP-BACKUP-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  BKP-TO-DATE         PIC 9(8).
           05  FILLER              PIC X.
           05  BKP-TO-TIME         PIC 9(8).
       FD  MASTCHG.
       01  MASTCHG-RECORD.
           05  CHG-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  CHG-RUN-TIME        PIC 9(8).
           05  FILLER              PIC X.
           05  CHG-NUM1            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NUM2            PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  CHG-OLD-SUM         PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-DIFFERENCE  PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-PRODUCT     PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-QUOTIENT    PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-REMAINDER   PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-PCT         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-OLD-DIV-ZERO    PIC X.
           05  FILLER              PIC X.
           05  CHG-NEW-SUM         PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-DIFFERENCE  PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-PRODUCT     PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-QUOTIENT    PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  CHG-NEW-REMAINDER   PIC S9(7)
                                    SIGN IS LEADING SEPARATE CHARACTER.
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
       FD  BKUPRPT.
       01  BKUPRPT-RECORD          PIC X(80).
       FD  RCVRPT.
       01  RCVRPT-RECORD           PIC X(80).
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
       01 WS-MAST-STATUS PIC XX.
       01 WS-BKUP-STATUS PIC XX.
       01 WS-SAVE-STATUS PIC XX.
       01 WS-CAT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-CHG-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-RCV-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-BKUP-NAME PIC X(30).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-ABORT-FLAG PIC X VALUE "N".
       01 WS-MODE PIC X VALUE "B".
       01 WS-CONFIRM PIC X.
       01 WS-BKUP-ERROR PIC X VALUE "N".
       01 WS-RELOAD-ERROR PIC X VALUE "N".
       01 WS-SAVE-ERROR PIC X VALUE "N".
       01 WS-MAST-FOUND PIC X.
       01 WS-CAT-FOUND PIC X VALUE "N".
       01 WS-SAVE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HIST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REQ-BACKUP-DATE PIC 9(8) VALUE ZERO.
       01 WS-BKUP-DATE PIC 9(8) VALUE ZERO.
       01 WS-BKUP-TIME PIC 9(8) VALUE ZERO.
       01 WS-BKUP-STAMP.
           05 WS-BKUP-SYS-DATE PIC 9(8) VALUE ZERO.
           05 WS-BKUP-SYS-TIME PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-STAMP.
           05 WS-CUTOFF-DATE PIC 9(8) VALUE 99999999.
           05 WS-CUTOFF-TIME PIC 9(8) VALUE 99999999.
       01 WS-CHG-STAMP.
           05 WS-CHG-STAMP-DATE PIC 9(8).
           05 WS-CHG-STAMP-TIME PIC 9(8).
       01 WS-CAT-STAMP.
           05 WS-CAT-STAMP-DATE PIC 9(8).
           05 WS-CAT-STAMP-TIME PIC 9(8).
       01 WS-TOT-TOTALS.
           05 WS-TOT-COUNT PIC 9(7).
           05 WS-TOT-HASH PIC S9(13).
           05 WS-TOT-SUM PIC S9(13).
           05 WS-TOT-DIFF PIC S9(13).
           05 WS-TOT-PROD PIC S9(13).
           05 WS-TOT-QUOT PIC S9(13)V99.
           05 WS-TOT-REM PIC S9(13).
           05 WS-TOT-PCT PIC S9(13)V99.
       01 WS-CAT-TOTALS.
           05 WS-CAT-COUNT PIC 9(7).
           05 WS-CAT-HASH PIC S9(13).
           05 WS-CAT-SUM PIC S9(13).
           05 WS-CAT-DIFF PIC S9(13).
           05 WS-CAT-PROD PIC S9(13).
           05 WS-CAT-QUOT PIC S9(13)V99.
           05 WS-CAT-REM PIC S9(13).
           05 WS-CAT-PCT PIC S9(13)V99.
       01 WS-EXP-TOTALS.
           05 WS-EXP-COUNT PIC S9(7).
           05 WS-EXP-HASH PIC S9(13).
           05 WS-EXP-SUM PIC S9(13).
           05 WS-EXP-DIFF PIC S9(13).
           05 WS-EXP-PROD PIC S9(13).
           05 WS-EXP-QUOT PIC S9(13)V99.
           05 WS-EXP-REM PIC S9(13).
           05 WS-EXP-PCT PIC S9(13)V99.
       01 WS-RELOAD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JRNL-READ PIC 9(7) VALUE ZERO.
       01 WS-JRNL-BEFORE PIC 9(7) VALUE ZERO.
       01 WS-JRNL-AFTER PIC 9(7) VALUE ZERO.
       01 WS-APPLY-ADD PIC 9(7) VALUE ZERO.
       01 WS-APPLY-CHANGE PIC 9(7) VALUE ZERO.
       01 WS-APPLY-RECALC PIC 9(7) VALUE ZERO.
       01 WS-APPLY-DELETE PIC 9(7) VALUE ZERO.
       01 WS-KEY-EXCEPTIONS PIC 9(7) VALUE ZERO.
       01 WS-IMAGE-MISMATCH PIC 9(7) VALUE ZERO.
       01 WS-OUT-OF-BALANCE PIC X VALUE "N".
       01 WS-COUNT-ED PIC Z(6)9.
       01 WS-INT-ED PIC -(16)9.
       01 WS-DEC-ED PIC -(13)9.99.
       01 WS-RECON-LINE.
           05 WS-RC-LABEL PIC X(16).
           05 WS-RC-EXPECTED PIC X(17).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RC-REBUILT PIC X(17).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RC-RESULT PIC X(3).
       01 WS-OPR-STATUS PIC XX.
       01 WS-VIOL-STATUS PIC XX.
       01 WS-OPR-EOF PIC X.
       01 WS-OPR-FOUND PIC X.
       01 WS-OPR-PASSWORD PIC X(8).
       01 WS-OPR-LEVEL PIC X.
       01 WS-OPR-NAME PIC X(30).
       01 WS-OPR-RANK PIC 9.
       01 WS-REQUIRED-RANK PIC 9 VALUE 3.
       01 WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-PASSWORD PIC X(8).
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9 VALUE ZERO.
       01 WS-VIOL-REASON PIC X(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE "BATCH".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1000-READ-PARM-FILE.
           IF WS-MODE = "R"
               PERFORM 0500-SIGN-ON
           END-IF.
           PERFORM 9000-WRITE-RUN-START.
           IF WS-ABORT-FLAG = "N"
               IF WS-MODE = "R"
                   PERFORM 3000-RECOVER-MASTER
               ELSE
                   PERFORM 2000-BACKUP-MASTER
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
               MOVE "mathbkup" TO VIOL-PROGRAM
               MOVE WS-SIGNON-ID TO VIOL-OPERATOR
               MOVE WS-VIOL-REASON TO VIOL-REASON
               WRITE SECVIOL-RECORD
               CLOSE SECVIOL
           ELSE
               DISPLAY "SECVIOL.DAT open failed - status "
                   WS-VIOL-STATUS " - violation not recorded."
           END-IF.

       1000-READ-PARM-FILE.
           OPEN INPUT BKUPPARM.
           IF WS-PARM-STATUS = "00"
               READ BKUPPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BKP-MODE = "R" OR BKP-MODE = "r"
                           MOVE "R" TO WS-MODE
                       END-IF
                       IF BKP-BACKUP-DATE IS NUMERIC
                           MOVE BKP-BACKUP-DATE TO WS-REQ-BACKUP-DATE
                       END-IF
                       IF BKP-TO-DATE IS NUMERIC
                           AND BKP-TO-DATE > ZERO
                           MOVE BKP-TO-DATE TO WS-CUTOFF-DATE
                           IF BKP-TO-TIME IS NUMERIC
                               MOVE BKP-TO-TIME TO WS-CUTOFF-TIME
                           END-IF
                       END-IF
               END-READ
               CLOSE BKUPPARM
           END-IF.

       2000-BACKUP-MASTER.
           MOVE WS-RUN-DATE TO WS-BKUP-DATE.
           ACCEPT WS-BKUP-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BKUP-SYS-TIME FROM TIME.
           MOVE WS-BKUP-SYS-TIME TO WS-BKUP-TIME.
           MOVE SPACES TO WS-BKUP-NAME.
           STRING "MASTBKUP." WS-BKUP-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-BKUP-NAME.
           MOVE "N" TO WS-BKUP-ERROR.
           OPEN INPUT MATHMAST.
           IF WS-MAST-STATUS = "35"
               DISPLAY "MATHMAST.DAT not found - nothing to back up."
           ELSE
               IF WS-MAST-STATUS NOT = "00"
                   DISPLAY "MATHMAST.DAT open failed - status "
                       WS-MAST-STATUS " - backup run aborted."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   PERFORM 2100-COPY-MASTER-FILE
                   IF WS-BKUP-ERROR = "N"
                       PERFORM 2300-WRITE-CATALOGUE
                   END-IF
                   IF WS-BKUP-ERROR = "Y"
                       DISPLAY "BACKUP RUN ABORTED - " WS-BKUP-NAME
                           " is not usable."
                       MOVE "Y" TO WS-ABORT-FLAG
                   ELSE
                       MOVE WS-TOT-COUNT TO WS-HIST-COUNT
                       PERFORM 8000-WRITE-BACKUP-REPORT
                   END-IF
               END-IF
           END-IF.

       2100-COPY-MASTER-FILE.
           OPEN OUTPUT MASTBKUP.
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY WS-BKUP-NAME " open failed - status "
                   WS-BKUP-STATUS
               MOVE "Y" TO WS-BKUP-ERROR
               CLOSE MATHMAST
           ELSE
               PERFORM 2150-CLEAR-TOTALS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MATHMAST NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2200-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MATHMAST
               CLOSE MASTBKUP
           END-IF.

       2150-CLEAR-TOTALS.
           MOVE ZERO TO WS-TOT-COUNT WS-TOT-HASH.
           MOVE ZERO TO WS-TOT-SUM WS-TOT-DIFF WS-TOT-PROD.
           MOVE ZERO TO WS-TOT-QUOT WS-TOT-REM WS-TOT-PCT.

       2200-COPY-ONE-RECORD.
           MOVE MATHMAST-RECORD TO MASTBKUP-RECORD.
           WRITE MASTBKUP-RECORD.
           IF WS-BKUP-STATUS NOT = "00"
               AND WS-BKUP-ERROR = "N"
               DISPLAY WS-BKUP-NAME " write failed - status "
                   WS-BKUP-STATUS
               MOVE "Y" TO WS-BKUP-ERROR
           END-IF.
           PERFORM 2250-ADD-TO-TOTALS.

       2250-ADD-TO-TOTALS.
           ADD 1 TO WS-TOT-COUNT.
           ADD MAST-NUM1 TO WS-TOT-HASH.
           ADD MAST-NUM2 TO WS-TOT-HASH.
           ADD MAST-SUM TO WS-TOT-SUM.
           ADD MAST-DIFFERENCE TO WS-TOT-DIFF.
           ADD MAST-PRODUCT TO WS-TOT-PROD.
           ADD MAST-QUOTIENT TO WS-TOT-QUOT.
           ADD MAST-REMAINDER TO WS-TOT-REM.
           ADD MAST-PCT TO WS-TOT-PCT.

       2300-WRITE-CATALOGUE.
           OPEN EXTEND BKUPCAT.
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT BKUPCAT
           END-IF.
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "BKUPCAT.DAT open failed - status "
                   WS-CAT-STATUS " - backup not catalogued."
               MOVE "Y" TO WS-BKUP-ERROR
           ELSE
               MOVE SPACES TO BKUPCAT-RECORD
               MOVE WS-BKUP-DATE TO CAT-BACKUP-DATE
               MOVE WS-BKUP-TIME TO CAT-BACKUP-TIME
               MOVE WS-TOT-COUNT TO CAT-REC-COUNT
               MOVE WS-TOT-HASH TO CAT-KEY-HASH
               MOVE WS-TOT-SUM TO CAT-SUM-TOTAL
               MOVE WS-TOT-DIFF TO CAT-DIFF-TOTAL
               MOVE WS-TOT-PROD TO CAT-PROD-TOTAL
               MOVE WS-TOT-QUOT TO CAT-QUOT-TOTAL
               MOVE WS-TOT-REM TO CAT-REM-TOTAL
               MOVE WS-TOT-PCT TO CAT-PCT-TOTAL
               MOVE WS-OPERATOR-ID TO CAT-OPERATOR
               MOVE WS-BKUP-SYS-DATE TO CAT-SYS-DATE
               MOVE WS-BKUP-SYS-TIME TO CAT-SYS-TIME
               WRITE BKUPCAT-RECORD
               IF WS-CAT-STATUS NOT = "00"
                   DISPLAY "BKUPCAT.DAT write failed - status "
                       WS-CAT-STATUS
                   MOVE "Y" TO WS-BKUP-ERROR
               END-IF
               CLOSE BKUPCAT
           END-IF.

       3000-RECOVER-MASTER.
           PERFORM 3100-FIND-BACKUP.
           IF WS-CAT-FOUND = "N"
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               IF WS-CUTOFF-STAMP < WS-BKUP-STAMP
                   DISPLAY "Roll-forward point " WS-CUTOFF-DATE " "
                       WS-CUTOFF-TIME " is before the backup - "
                       "recovery not run."
                   MOVE "Y" TO WS-ABORT-FLAG
               ELSE
                   PERFORM 3200-VERIFY-BACKUP
               END-IF
           END-IF.
           IF WS-ABORT-FLAG = "N"
               DISPLAY "Restore from " WS-BKUP-NAME " taken "
                   WS-BKUP-SYS-DATE " " WS-BKUP-SYS-TIME
               IF WS-CUTOFF-DATE = 99999999
                   DISPLAY "Roll forward through end of MASTCHG.DAT"
               ELSE
                   DISPLAY "Roll forward through " WS-CUTOFF-DATE
                       " " WS-CUTOFF-TIME
               END-IF
               DISPLAY "MATHMAST.DAT will be replaced. Proceed? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "y"
                   MOVE "Y" TO WS-CONFIRM
               END-IF
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "Recovery cancelled - MATHMAST.DAT "
                       "unchanged."
               ELSE
                   PERFORM 3300-SAVE-CURRENT-MASTER
                   IF WS-SAVE-ERROR = "Y"
                       DISPLAY "RECOVERY ABORTED - PRIOR IMAGE NOT "
                           "SAVED. MATHMAST.DAT UNCHANGED."
                       MOVE "Y" TO WS-ABORT-FLAG
                   ELSE
                       PERFORM 3400-RELOAD-MASTER
                   END-IF
                   IF WS-SAVE-ERROR = "N" AND WS-RELOAD-ERROR = "Y"
                       DISPLAY "RECOVERY ABORTED - MATHMAST.DAT NOT "
                           "USABLE. PRIOR IMAGE IN MASTRCVR.DAT."
                       MOVE "Y" TO WS-ABORT-FLAG
                   END-IF
                   IF WS-SAVE-ERROR = "N" AND WS-RELOAD-ERROR = "N"
                       PERFORM 3500-ROLL-FORWARD
                       PERFORM 3800-TOTAL-REBUILT-MASTER
                       PERFORM 8500-WRITE-RECOVERY-REPORT
                       IF WS-OUT-OF-BALANCE = "Y"
                           DISPLAY "RECOVERED MASTER OUT OF BALANCE - "
                               "SEE RCVRPT.DAT."
                           MOVE "Y" TO WS-ABORT-FLAG
                       ELSE
                           DISPLAY "Recovery complete - totals in "
                               "RCVRPT.DAT"
                           PERFORM 3900-RESET-PARM-FILE
                           PERFORM 2000-BACKUP-MASTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-FIND-BACKUP.
           MOVE "N" TO WS-CAT-FOUND.
           OPEN INPUT BKUPCAT.
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "BKUPCAT.DAT open failed - status "
                   WS-CAT-STATUS " - no backups to recover from."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BKUPCAT
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 3150-CHECK-CATALOGUE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BKUPCAT
               IF WS-CAT-FOUND = "N"
                   IF WS-REQ-BACKUP-DATE > ZERO
                       DISPLAY "No backup catalogued for "
                           WS-REQ-BACKUP-DATE " - recovery not run."
                   ELSE
                       DISPLAY "BKUPCAT.DAT holds no backups - "
                           "recovery not run."
                   END-IF
               ELSE
                   MOVE SPACES TO WS-BKUP-NAME
                   STRING "MASTBKUP." WS-BKUP-DATE ".DAT"
                       DELIMITED BY SIZE INTO WS-BKUP-NAME
               END-IF
           END-IF.

       3150-CHECK-CATALOGUE-ENTRY.
           IF CAT-BACKUP-DATE IS NUMERIC
               AND CAT-BACKUP-TIME IS NUMERIC
               AND (WS-REQ-BACKUP-DATE = ZERO
               OR CAT-BACKUP-DATE = WS-REQ-BACKUP-DATE)
               IF CAT-SYS-DATE IS NUMERIC
                   AND CAT-SYS-TIME IS NUMERIC
                   MOVE CAT-SYS-DATE TO WS-CAT-STAMP-DATE
                   MOVE CAT-SYS-TIME TO WS-CAT-STAMP-TIME
               ELSE
                   MOVE CAT-BACKUP-DATE TO WS-CAT-STAMP-DATE
                   MOVE CAT-BACKUP-TIME TO WS-CAT-STAMP-TIME
               END-IF
               IF WS-CAT-FOUND = "N"
                   OR WS-CAT-STAMP > WS-BKUP-STAMP
                   MOVE "Y" TO WS-CAT-FOUND
                   MOVE WS-CAT-STAMP TO WS-BKUP-STAMP
                   MOVE CAT-BACKUP-DATE TO WS-BKUP-DATE
                   MOVE CAT-BACKUP-TIME TO WS-BKUP-TIME
                   MOVE CAT-REC-COUNT TO WS-CAT-COUNT
                   MOVE CAT-KEY-HASH TO WS-CAT-HASH
                   MOVE CAT-SUM-TOTAL TO WS-CAT-SUM
                   MOVE CAT-DIFF-TOTAL TO WS-CAT-DIFF
                   MOVE CAT-PROD-TOTAL TO WS-CAT-PROD
                   MOVE CAT-QUOT-TOTAL TO WS-CAT-QUOT
                   MOVE CAT-REM-TOTAL TO WS-CAT-REM
                   MOVE CAT-PCT-TOTAL TO WS-CAT-PCT
               END-IF
           END-IF.

       3200-VERIFY-BACKUP.
           OPEN INPUT MASTBKUP.
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY WS-BKUP-NAME " open failed - status "
                   WS-BKUP-STATUS " - recovery not run."
               MOVE "Y" TO WS-ABORT-FLAG
           ELSE
               PERFORM 2150-CLEAR-TOTALS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MASTBKUP
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE MASTBKUP-RECORD TO MATHMAST-RECORD
                           PERFORM 2250-ADD-TO-TOTALS
                   END-READ
               END-PERFORM
               CLOSE MASTBKUP
               IF WS-TOT-COUNT NOT = WS-CAT-COUNT
                   OR WS-TOT-HASH NOT = WS-CAT-HASH
                   OR WS-TOT-SUM NOT = WS-CAT-SUM
                   OR WS-TOT-DIFF NOT = WS-CAT-DIFF
                   OR WS-TOT-PROD NOT = WS-CAT-PROD
                   OR WS-TOT-QUOT NOT = WS-CAT-QUOT
                   OR WS-TOT-REM NOT = WS-CAT-REM
                   OR WS-TOT-PCT NOT = WS-CAT-PCT
                   DISPLAY WS-BKUP-NAME " does not agree with its "
                       "BKUPCAT.DAT totals - recovery not run."
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-IF.

       3300-SAVE-CURRENT-MASTER.
           MOVE "N" TO WS-SAVE-ERROR.
           OPEN INPUT MATHMAST.
           IF WS-MAST-STATUS = "35"
               DISPLAY "MATHMAST.DAT not found - no prior image "
                   "to save."
           ELSE
               IF WS-MAST-STATUS NOT = "00"
                   DISPLAY "MATHMAST.DAT open failed - status "
                       WS-MAST-STATUS " - prior image not saved."
                   MOVE "Y" TO WS-SAVE-ERROR
               ELSE
                   PERFORM 3350-COPY-CURRENT-MASTER
                   CLOSE MATHMAST
               END-IF
           END-IF.

       3350-COPY-CURRENT-MASTER.
           OPEN OUTPUT MASTRCVR.
           IF WS-SAVE-STATUS NOT = "00"
               DISPLAY "MASTRCVR.DAT open failed - status "
                   WS-SAVE-STATUS " - prior image not saved."
               MOVE "Y" TO WS-SAVE-ERROR
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MATHMAST NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE MATHMAST-RECORD TO MASTRCVR-RECORD
                           WRITE MASTRCVR-RECORD
                           IF WS-SAVE-STATUS NOT = "00"
                               DISPLAY "MASTRCVR.DAT write failed"
                                   " - status " WS-SAVE-STATUS
                               MOVE "Y" TO WS-SAVE-ERROR
                               MOVE "Y" TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-SAVE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTRCVR
           END-IF.

       3400-RELOAD-MASTER.
           OPEN INPUT MASTBKUP.
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY WS-BKUP-NAME " reopen failed - status "
                   WS-BKUP-STATUS
               MOVE "Y" TO WS-RELOAD-ERROR
           ELSE
               OPEN OUTPUT MATHMAST
               IF WS-MAST-STATUS NOT = "00"
                   DISPLAY "MATHMAST.DAT open for output failed"
                       " - status " WS-MAST-STATUS
                   MOVE "Y" TO WS-RELOAD-ERROR
                   CLOSE MASTBKUP
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ MASTBKUP
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE MASTBKUP-RECORD TO MATHMAST-RECORD
                               WRITE MATHMAST-RECORD
                               IF WS-MAST-STATUS NOT = "00"
                                   DISPLAY "MATHMAST.DAT write failed"
                                       " - status " WS-MAST-STATUS
                                   MOVE "Y" TO WS-RELOAD-ERROR
                                   MOVE "Y" TO WS-EOF-SWITCH
                               ELSE
                                   ADD 1 TO WS-RELOAD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MASTBKUP
                   CLOSE MATHMAST
               END-IF
           END-IF.

       3500-ROLL-FORWARD.
           MOVE WS-CAT-COUNT TO WS-EXP-COUNT.
           MOVE WS-CAT-HASH TO WS-EXP-HASH.
           MOVE WS-CAT-SUM TO WS-EXP-SUM.
           MOVE WS-CAT-DIFF TO WS-EXP-DIFF.
           MOVE WS-CAT-PROD TO WS-EXP-PROD.
           MOVE WS-CAT-QUOT TO WS-EXP-QUOT.
           MOVE WS-CAT-REM TO WS-EXP-REM.
           MOVE WS-CAT-PCT TO WS-EXP-PCT.
           OPEN INPUT MASTCHG.
           IF WS-CHG-STATUS = "35"
               DISPLAY "MASTCHG.DAT not found - backup restored "
                   "without roll-forward."
           ELSE
               IF WS-CHG-STATUS NOT = "00"
                   DISPLAY "MASTCHG.DAT open failed - status "
                       WS-CHG-STATUS " - backup restored without "
                       "roll-forward."
                   MOVE "Y" TO WS-OUT-OF-BALANCE
               ELSE
                   OPEN I-O MATHMAST
                   IF WS-MAST-STATUS NOT = "00"
                       DISPLAY "MATHMAST.DAT open failed - status "
                           WS-MAST-STATUS " - roll-forward not run."
                       MOVE "Y" TO WS-OUT-OF-BALANCE
                   ELSE
                       MOVE "N" TO WS-EOF-SWITCH
                       PERFORM UNTIL WS-EOF-SWITCH = "Y"
                           READ MASTCHG
                               AT END
                                   MOVE "Y" TO WS-EOF-SWITCH
                               NOT AT END
                                   PERFORM 3550-APPLY-ONE-CHANGE
                           END-READ
                       END-PERFORM
                       CLOSE MATHMAST
                   END-IF
                   CLOSE MASTCHG
               END-IF
           END-IF.

       3550-APPLY-ONE-CHANGE.
           ADD 1 TO WS-JRNL-READ.
           IF CHG-SYS-DATE IS NUMERIC AND CHG-SYS-TIME IS NUMERIC
               MOVE CHG-SYS-DATE TO WS-CHG-STAMP-DATE
               MOVE CHG-SYS-TIME TO WS-CHG-STAMP-TIME
           ELSE
               MOVE CHG-RUN-DATE TO WS-CHG-STAMP-DATE
               MOVE CHG-RUN-TIME TO WS-CHG-STAMP-TIME
           END-IF.
           IF WS-CHG-STAMP NOT > WS-BKUP-STAMP
               ADD 1 TO WS-JRNL-BEFORE
           ELSE
               IF WS-CHG-STAMP > WS-CUTOFF-STAMP
                   ADD 1 TO WS-JRNL-AFTER
               ELSE
                   MOVE CHG-NUM1 TO MAST-NUM1
                   MOVE CHG-NUM2 TO MAST-NUM2
                   READ MATHMAST
                       INVALID KEY
                           MOVE "N" TO WS-MAST-FOUND
                       NOT INVALID KEY
                           MOVE "Y" TO WS-MAST-FOUND
                           PERFORM 3560-CHECK-BEFORE-IMAGE
                   END-READ
                   IF CHG-ACTION = "D"
                       PERFORM 3600-APPLY-DELETE
                   ELSE
                       PERFORM 3650-APPLY-UPDATE
                   END-IF
               END-IF
           END-IF.

       3560-CHECK-BEFORE-IMAGE.
           IF MAST-SUM NOT = CHG-OLD-SUM
               OR MAST-DIFFERENCE NOT = CHG-OLD-DIFFERENCE
               OR MAST-PRODUCT NOT = CHG-OLD-PRODUCT
               OR MAST-QUOTIENT NOT = CHG-OLD-QUOTIENT
               OR MAST-REMAINDER NOT = CHG-OLD-REMAINDER
               OR MAST-PCT NOT = CHG-OLD-PCT
               OR MAST-DIV-ZERO NOT = CHG-OLD-DIV-ZERO
               IF CHG-ACTION NOT = "A"
                   ADD 1 TO WS-IMAGE-MISMATCH
               END-IF
           END-IF.

       3600-APPLY-DELETE.
           IF WS-MAST-FOUND = "N"
               ADD 1 TO WS-KEY-EXCEPTIONS
           ELSE
               DELETE MATHMAST RECORD
                   INVALID KEY
                       ADD 1 TO WS-KEY-EXCEPTIONS
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLY-DELETE
                       SUBTRACT 1 FROM WS-EXP-COUNT
                       SUBTRACT CHG-NUM1 FROM WS-EXP-HASH
                       SUBTRACT CHG-NUM2 FROM WS-EXP-HASH
                       PERFORM 3700-ADD-JOURNAL-DELTA
               END-DELETE
           END-IF.

       3650-APPLY-UPDATE.
           MOVE CHG-NEW-SUM TO MAST-SUM.
           MOVE CHG-NEW-DIFFERENCE TO MAST-DIFFERENCE.
           MOVE CHG-NEW-PRODUCT TO MAST-PRODUCT.
           MOVE CHG-NEW-QUOTIENT TO MAST-QUOTIENT.
           MOVE CHG-NEW-REMAINDER TO MAST-REMAINDER.
           MOVE CHG-NEW-PCT TO MAST-PCT.
           MOVE CHG-NEW-DIV-ZERO TO MAST-DIV-ZERO.
           MOVE CHG-RUN-DATE TO MAST-LAST-CALC-DATE.
           IF WS-MAST-FOUND = "Y"
               REWRITE MATHMAST-RECORD
               IF CHG-ACTION = "A"
                   ADD 1 TO WS-KEY-EXCEPTIONS
               END-IF
           ELSE
               WRITE MATHMAST-RECORD
               IF CHG-ACTION NOT = "A"
                   ADD 1 TO WS-KEY-EXCEPTIONS
               END-IF
           END-IF.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "MATHMAST.DAT update failed - status "
                   WS-MAST-STATUS " - pair " CHG-NUM1 " " CHG-NUM2
               ADD 1 TO WS-KEY-EXCEPTIONS
           ELSE
               EVALUATE CHG-ACTION
                   WHEN "A"
                       ADD 1 TO WS-APPLY-ADD
                       ADD 1 TO WS-EXP-COUNT
                       ADD CHG-NUM1 TO WS-EXP-HASH
                       ADD CHG-NUM2 TO WS-EXP-HASH
                   WHEN "R"
                       ADD 1 TO WS-APPLY-RECALC
                   WHEN OTHER
                       ADD 1 TO WS-APPLY-CHANGE
               END-EVALUATE
               PERFORM 3700-ADD-JOURNAL-DELTA
           END-IF.

       3700-ADD-JOURNAL-DELTA.
           ADD CHG-NEW-SUM TO WS-EXP-SUM.
           SUBTRACT CHG-OLD-SUM FROM WS-EXP-SUM.
           ADD CHG-NEW-DIFFERENCE TO WS-EXP-DIFF.
           SUBTRACT CHG-OLD-DIFFERENCE FROM WS-EXP-DIFF.
           ADD CHG-NEW-PRODUCT TO WS-EXP-PROD.
           SUBTRACT CHG-OLD-PRODUCT FROM WS-EXP-PROD.
           ADD CHG-NEW-QUOTIENT TO WS-EXP-QUOT.
           SUBTRACT CHG-OLD-QUOTIENT FROM WS-EXP-QUOT.
           ADD CHG-NEW-REMAINDER TO WS-EXP-REM.
           SUBTRACT CHG-OLD-REMAINDER FROM WS-EXP-REM.
           ADD CHG-NEW-PCT TO WS-EXP-PCT.
           SUBTRACT CHG-OLD-PCT FROM WS-EXP-PCT.

       3800-TOTAL-REBUILT-MASTER.
           PERFORM 2150-CLEAR-TOTALS.
           OPEN INPUT MATHMAST.
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "MATHMAST.DAT open failed - status "
                   WS-MAST-STATUS " - rebuilt file not totalled."
               MOVE "Y" TO WS-OUT-OF-BALANCE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MATHMAST NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2250-ADD-TO-TOTALS
                   END-READ
               END-PERFORM
               CLOSE MATHMAST
           END-IF.
           MOVE WS-TOT-COUNT TO WS-HIST-COUNT.

       3900-RESET-PARM-FILE.
           OPEN OUTPUT BKUPPARM.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "BKUPPARM.DAT open failed - status "
                   WS-PARM-STATUS " - reset mode to B before the "
                   "next backup run."
           ELSE
               MOVE SPACES TO BKUPPARM-RECORD
               MOVE "B" TO BKP-MODE
               WRITE BKUPPARM-RECORD
               CLOSE BKUPPARM
           END-IF.

       8000-WRITE-BACKUP-REPORT.
           OPEN OUTPUT BKUPRPT.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "MASTER FILE BACKUP REPORT  RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "BACKUP FILE: " WS-BKUP-NAME
               "  TAKEN: " WS-BKUP-SYS-DATE " " WS-BKUP-SYS-TIME
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE SPACES TO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE WS-TOT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "RECORDS BACKED UP:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE WS-TOT-HASH TO WS-INT-ED.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "KEY HASH TOTAL:     " WS-INT-ED
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE WS-TOT-SUM TO WS-INT-ED.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "SUM TOTAL:          " WS-INT-ED
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE WS-TOT-DIFF TO WS-INT-ED.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "DIFFERENCE TOTAL:   " WS-INT-ED
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE WS-TOT-PROD TO WS-INT-ED.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "PRODUCT TOTAL:      " WS-INT-ED
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE WS-TOT-QUOT TO WS-DEC-ED.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "QUOTIENT TOTAL:     " WS-DEC-ED
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE WS-TOT-REM TO WS-INT-ED.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "REMAINDER TOTAL:    " WS-INT-ED
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           MOVE WS-TOT-PCT TO WS-DEC-ED.
           MOVE SPACES TO BKUPRPT-RECORD.
           STRING "PERCENTAGE TOTAL:   " WS-DEC-ED
               DELIMITED BY SIZE INTO BKUPRPT-RECORD.
           WRITE BKUPRPT-RECORD.
           CLOSE BKUPRPT.
           DISPLAY "Backup complete - totals in BKUPRPT.DAT".

       8500-WRITE-RECOVERY-REPORT.
           OPEN OUTPUT RCVRPT.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "MASTER FILE RECOVERY REPORT  RUN DATE: " WS-RUN-DATE
               "  OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "BACKUP FILE: " WS-BKUP-NAME
               "  TAKEN: " WS-BKUP-SYS-DATE " " WS-BKUP-SYS-TIME
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE SPACES TO RCVRPT-RECORD.
           IF WS-CUTOFF-DATE = 99999999
               MOVE "ROLLED FORWARD THROUGH: END OF MASTCHG.DAT"
                   TO RCVRPT-RECORD
           ELSE
               STRING "ROLLED FORWARD THROUGH: " WS-CUTOFF-DATE " "
                   WS-CUTOFF-TIME
                   DELIMITED BY SIZE INTO RCVRPT-RECORD
           END-IF.
           WRITE RCVRPT-RECORD.
           MOVE SPACES TO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-SAVE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "PRIOR RECORDS SAVED TO MASTRCVR.DAT: " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-RELOAD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "RECORDS RELOADED FROM BACKUP:       " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-JRNL-READ TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "JOURNAL ENTRIES READ:               " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-JRNL-BEFORE TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "  SKIPPED - BEFORE BACKUP:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-JRNL-AFTER TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "  SKIPPED - AFTER ROLL-FORWARD:     " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-APPLY-ADD TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "  APPLIED - ADDED:                  " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-APPLY-CHANGE TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "  APPLIED - CHANGED:                " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-APPLY-RECALC TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "  APPLIED - RECALC:                 " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-APPLY-DELETE TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "  APPLIED - DELETED:                " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-KEY-EXCEPTIONS TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "KEY EXCEPTIONS:                     " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE WS-IMAGE-MISMATCH TO WS-COUNT-ED.
           MOVE SPACES TO RCVRPT-RECORD.
           STRING "BEFORE-IMAGE MISMATCHES:            " WS-COUNT-ED
               DELIMITED BY SIZE INTO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE SPACES TO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE SPACES TO RCVRPT-RECORD.
           MOVE "EXPECTED" TO RCVRPT-RECORD(26:8).
           MOVE "REBUILT" TO RCVRPT-RECORD(46:7).
           WRITE RCVRPT-RECORD.
           MOVE SPACES TO WS-RECON-LINE.
           MOVE "RECORDS" TO WS-RC-LABEL.
           MOVE WS-EXP-COUNT TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-EXPECTED.
           MOVE WS-TOT-COUNT TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-REBUILT.
           IF WS-EXP-COUNT = WS-TOT-COUNT
               MOVE "OK" TO WS-RC-RESULT
           ELSE
               MOVE "OUT" TO WS-RC-RESULT
           END-IF.
           PERFORM 8600-WRITE-RECON-LINE.
           MOVE "KEY HASH" TO WS-RC-LABEL.
           MOVE WS-EXP-HASH TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-EXPECTED.
           MOVE WS-TOT-HASH TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-REBUILT.
           IF WS-EXP-HASH = WS-TOT-HASH
               MOVE "OK" TO WS-RC-RESULT
           ELSE
               MOVE "OUT" TO WS-RC-RESULT
           END-IF.
           PERFORM 8600-WRITE-RECON-LINE.
           MOVE "SUM" TO WS-RC-LABEL.
           MOVE WS-EXP-SUM TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-EXPECTED.
           MOVE WS-TOT-SUM TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-REBUILT.
           IF WS-EXP-SUM = WS-TOT-SUM
               MOVE "OK" TO WS-RC-RESULT
           ELSE
               MOVE "OUT" TO WS-RC-RESULT
           END-IF.
           PERFORM 8600-WRITE-RECON-LINE.
           MOVE "DIFFERENCE" TO WS-RC-LABEL.
           MOVE WS-EXP-DIFF TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-EXPECTED.
           MOVE WS-TOT-DIFF TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-REBUILT.
           IF WS-EXP-DIFF = WS-TOT-DIFF
               MOVE "OK" TO WS-RC-RESULT
           ELSE
               MOVE "OUT" TO WS-RC-RESULT
           END-IF.
           PERFORM 8600-WRITE-RECON-LINE.
           MOVE "PRODUCT" TO WS-RC-LABEL.
           MOVE WS-EXP-PROD TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-EXPECTED.
           MOVE WS-TOT-PROD TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-REBUILT.
           IF WS-EXP-PROD = WS-TOT-PROD
               MOVE "OK" TO WS-RC-RESULT
           ELSE
               MOVE "OUT" TO WS-RC-RESULT
           END-IF.
           PERFORM 8600-WRITE-RECON-LINE.
           MOVE "QUOTIENT" TO WS-RC-LABEL.
           MOVE WS-EXP-QUOT TO WS-DEC-ED.
           MOVE WS-DEC-ED TO WS-RC-EXPECTED.
           MOVE WS-TOT-QUOT TO WS-DEC-ED.
           MOVE WS-DEC-ED TO WS-RC-REBUILT.
           IF WS-EXP-QUOT = WS-TOT-QUOT
               MOVE "OK" TO WS-RC-RESULT
           ELSE
               MOVE "OUT" TO WS-RC-RESULT
           END-IF.
           PERFORM 8600-WRITE-RECON-LINE.
           MOVE "REMAINDER" TO WS-RC-LABEL.
           MOVE WS-EXP-REM TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-EXPECTED.
           MOVE WS-TOT-REM TO WS-INT-ED.
           MOVE WS-INT-ED TO WS-RC-REBUILT.
           IF WS-EXP-REM = WS-TOT-REM
               MOVE "OK" TO WS-RC-RESULT
           ELSE
               MOVE "OUT" TO WS-RC-RESULT
           END-IF.
           PERFORM 8600-WRITE-RECON-LINE.
           MOVE "PERCENTAGE" TO WS-RC-LABEL.
           MOVE WS-EXP-PCT TO WS-DEC-ED.
           MOVE WS-DEC-ED TO WS-RC-EXPECTED.
           MOVE WS-TOT-PCT TO WS-DEC-ED.
           MOVE WS-DEC-ED TO WS-RC-REBUILT.
           IF WS-EXP-PCT = WS-TOT-PCT
               MOVE "OK" TO WS-RC-RESULT
           ELSE
               MOVE "OUT" TO WS-RC-RESULT
           END-IF.
           PERFORM 8600-WRITE-RECON-LINE.
           MOVE SPACES TO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE SPACES TO RCVRPT-RECORD.
           IF WS-OUT-OF-BALANCE = "N"
               MOVE "REBUILT MASTER IN BALANCE WITH BACKUP AND JOURNAL"
                   TO RCVRPT-RECORD
           ELSE
               STRING "REBUILT MASTER OUT OF BALANCE - PRIOR IMAGE "
                   "KEPT IN MASTRCVR.DAT"
                   DELIMITED BY SIZE INTO RCVRPT-RECORD
           END-IF.
           WRITE RCVRPT-RECORD.
           CLOSE RCVRPT.

       8600-WRITE-RECON-LINE.
           IF WS-RC-RESULT NOT = "OK"
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.
           MOVE WS-RECON-LINE TO RCVRPT-RECORD.
           WRITE RCVRPT-RECORD.
           MOVE SPACES TO WS-RECON-LINE.

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
           MOVE WS-HIST-COUNT TO HIST-REC-COUNT.
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
           MOVE "mathbkup" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR.
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
