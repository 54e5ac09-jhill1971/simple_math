           SELECT RUNHIST ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MATHPARM ASSIGN TO "MATHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FILEREG ASSIGN TO "FILEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT DUPWORK ASSIGN TO "DUPWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUP-STATUS.
           SELECT BATWORK ASSIGN TO "BATWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWK-STATUS.
           SELECT BATCHREJ ASSIGN TO "BATCHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREJ-STATUS.
           SELECT BUSDATE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATHIN.
           05  REJ-DATA            PIC X(80).
           05  FILLER              PIC X.
           05  REJ-AGE             PIC 9(3).
           05  FILLER              PIC X.
           05  REJ-SOURCE          PIC X(4).
       FD  MATHRCYC.
       01  MATHRCYC-RECORD         PIC X(80).
       FD  RUNHIST.
           05  HIST-OUTCOME        PIC X(5).
           05  FILLER              PIC X.
           05  HIST-COMP-CODE      PIC 9(4).
           05  FILLER              PIC X.
           05  HIST-OPERATOR       PIC X(8).
       FD  MATHPARM.
       01  MATHPARM-RECORD.
           05  PARM-MODE           PIC X.
           05  PARM-CKPT-INTERVAL  PIC 9(4).
           05  PARM-LINES-PER-PAGE PIC 9(4).
           05  PARM-RUN-DESC       PIC X(30).
           05  PARM-RETENTION-DAYS PIC 9(3).
           05  PARM-PARTITION-ID   PIC 9.
           05  PARM-PARTITION-CNT  PIC 9.
           05  PARM-SUSP-AGE-LIMIT PIC 9(3).
           05  PARM-ROUND-POLICY   PIC X.
           05  PARM-DUP-OVERRIDE   PIC X.
       FD  FILEREG.
       01  FILEREG-RECORD.
           05  REG-HDR-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  REG-TRL-COUNT       PIC 9(7).
           05  FILLER              PIC X.
           05  REG-TRL-HASH        PIC S9(11)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X.
           05  REG-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  REG-RUN-TIME        PIC 9(8).
           05  FILLER              PIC X.
           05  REG-OVERRIDE        PIC X.
           05  FILLER              PIC X.
           05  REG-SOURCE          PIC X(4).
       FD  DUPWORK.
       01  DUPWORK-RECORD.
           05  DUP-KEY.
               10  DUP-SOURCE      PIC X(4).
               10  DUP-PAIR        PIC X(16).
               10  DUP-OPCODE      PIC X.
           05  DUP-REC-NO          PIC 9(7).
       FD  BATWORK.
       01  BATWORK-RECORD.
           05  BWK-TYPE            PIC X.
           05  FILLER              PIC X.
           05  BWK-REC-NO          PIC 9(7).
           05  FILLER              PIC X.
           05  BWK-REASON          PIC X(8).
           05  FILLER              PIC X.
           05  BWK-DATA            PIC X(80).
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
       01 WS-MATHIN-STATUS PIC XX.
       01 WS-MATHVAL-STATUS PIC XX.
       01 WS-MATHREJ-STATUS PIC XX.
       01 WS-EDIT-CTL REDEFINES WS-EDIT-AREA.
           05 WS-EDIT-REC-TYPE PIC XXX.
           05 WS-EDIT-HDR-DATE PIC 9(8).
           05 WS-EDIT-HDR-SOURCE PIC X(4).
           05 FILLER PIC X(65).
       01 WS-EDIT-TRL REDEFINES WS-EDIT-AREA.
           05 FILLER PIC XXX.
           05 WS-EDIT-TRL-COUNT PIC 9(7).
               SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-VAL-HASH PIC S9(11) VALUE ZERO.
       01 WS-TRL-COUNT-IN PIC 9(7) VALUE ZERO.
       01 WS-TRL-HASH-IN PIC S9(11) VALUE ZERO.
       01 WS-TRL-HASH-IN-ED PIC -(10)9.
       01 WS-VAL-HASH-ED PIC -(10)9.
       01 WS-DETAIL-COUNT-ED PIC Z(6)9.
       01 WS-TRL-COUNT-ED PIC Z(6)9.
       01 WS-HIST-STATUS PIC XX.
       01 WS-RCYC-ACCEPTED PIC 9(7) VALUE ZERO.
       01 WS-RCYC-READ-ED PIC Z(6)9.
       01 WS-RCYC-ACCEPTED-ED PIC Z(6)9.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REG-STATUS PIC XX.
       01 WS-DUP-STATUS PIC XX.
       01 WS-DUP-OVERRIDE PIC X VALUE "N".
       01 WS-PARM-SAVE PIC X(49) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-REG-EOF PIC X VALUE "N".
       01 WS-REG-FOUND PIC X VALUE "N".
       01 WS-REG-IN-RUN PIC X VALUE "N".
       01 WS-REG-PRIOR-DATE PIC 9(8) VALUE ZERO.
       01 WS-DUP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DUP-COUNT-ED PIC Z(6)9.
       01 WS-DUP-REC-NO-ED PIC Z(6)9.
       01 WS-BWK-STATUS PIC XX.
       01 WS-BREJ-STATUS PIC XX.
       01 WS-BWK-EOF PIC X VALUE "N".
       01 WS-BWK-TYPE PIC X.
       01 WS-SOURCE-CODE PIC X(4) VALUE SPACES.
       01 WS-REJECT-REC-NO PIC 9(7) VALUE ZERO.
       01 WS-BATCH-OPEN PIC X VALUE "N".
       01 WS-BATCH-DATE PIC 9(8) VALUE ZERO.
       01 WS-BATCH-REASON PIC X(8) VALUE SPACES.
       01 WS-BATCH-OVERRIDE PIC X VALUE "N".
       01 WS-BAT-VALID-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BAT-VALID-HASH PIC S9(11) VALUE ZERO.
       01 WS-BAT-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BATCH-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BATCH-ACCEPTED PIC 9(7) VALUE ZERO.
       01 WS-BATCH-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-BREJ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BATCH-COUNT-ED PIC Z(6)9.
       01 WS-ACC-COUNT PIC 99 VALUE ZERO.
       01 WS-ACC-MAX PIC 99 VALUE 50.
       01 WS-ACC-TABLE.
           05 WS-A-ENTRY OCCURS 50.
               10 WS-A-DATE PIC 9(8).
               10 WS-A-SOURCE PIC X(4).
               10 WS-A-COUNT PIC 9(7).
               10 WS-A-HASH PIC S9(11).
               10 WS-A-OVERRIDE PIC X.
       01 WS-A-IX PIC 99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 9000-WRITE-RUN-START.
           PERFORM 1000-READ-PARM-FILE.
           OPEN INPUT MATHIN.
           IF WS-MATHIN-STATUS NOT = "00"
               DISPLAY "MATHIN.DAT open failed - status "
                   WS-MATHIN-STATUS " - edit run aborted."
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.
           IF WS-ABORT-FLAG = "N"
               OPEN OUTPUT DUPWORK
               IF WS-DUP-STATUS = "00"
                   CLOSE DUPWORK
                   OPEN I-O DUPWORK
               END-IF
               IF WS-DUP-STATUS NOT = "00"
                   DISPLAY "DUPWORK.DAT open failed - status "
                       WS-DUP-STATUS " - edit run aborted."
                   CLOSE MATHIN
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-IF.
           IF WS-ABORT-FLAG = "N"
               OPEN OUTPUT MATHVAL
               OPEN EXTEND MATHREJ
               IF WS-MATHREJ-STATUS = "35"
                   OPEN OUTPUT MATHREJ
               END-IF
               OPEN EXTEND BATCHREJ
               IF WS-BREJ-STATUS = "35"
                   OPEN OUTPUT BATCHREJ
               END-IF
               PERFORM 7400-WRITE-VAL-HEADER
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MATHIN
                       AT END
                   END-READ
               END-PERFORM
               CLOSE MATHIN
               IF WS-BATCH-OPEN = "Y"
                   DISPLAY "CONTROL ERROR: source " WS-SOURCE-CODE
                       " trailer record missing."
                   MOVE "NOTRAILR" TO WS-BATCH-REASON
                   PERFORM 3000-CLOSE-BATCH
               END-IF
               IF WS-BATCH-ACCEPTED = ZERO AND WS-ABORT-FLAG = "N"
                   DISPLAY "CONTROL ERROR: no source batch passed"
                       " control checks."
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
               IF WS-ABORT-FLAG = "Y"
                   CLOSE MATHVAL
                   OPEN OUTPUT MATHVAL
                   CLOSE MATHVAL
                   DISPLAY "EDIT RUN ABORTED - MATHVAL.DAT emptied."
               ELSE
                   PERFORM 6000-PROCESS-RECYCLE-FILE
                   PERFORM 7500-WRITE-VAL-TRAILER
                   CLOSE MATHVAL
                   PERFORM 7600-REGISTER-FILE
                   IF WS-DUP-OVERRIDE = "Y"
                       PERFORM 1100-RESET-PARM-OVERRIDE
                   END-IF
               END-IF
               CLOSE MATHREJ
               CLOSE BATCHREJ
               CLOSE DUPWORK
               PERFORM 8000-DISPLAY-TOTALS
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

       1000-READ-PARM-FILE.
           OPEN INPUT MATHPARM.
           IF WS-PARM-STATUS = "00"
               READ MATHPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MATHPARM-RECORD TO WS-PARM-SAVE
                       IF PARM-DUP-OVERRIDE = "Y"
                           MOVE "Y" TO WS-DUP-OVERRIDE
                       END-IF
               END-READ
               CLOSE MATHPARM
           END-IF.

       1100-RESET-PARM-OVERRIDE.
           OPEN OUTPUT MATHPARM.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "MATHPARM.DAT open failed - status "
                   WS-PARM-STATUS " - clear the duplicate override "
                   "before the next edit run."
           ELSE
               MOVE WS-PARM-SAVE TO MATHPARM-RECORD
               MOVE SPACE TO PARM-DUP-OVERRIDE
               WRITE MATHPARM-RECORD
               CLOSE MATHPARM
               DISPLAY "NOTE: duplicate override cleared on "
                   "MATHPARM.DAT."
           END-IF.

       2000-EDIT-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE MATHIN-RECORD TO WS-EDIT-AREA.
               WHEN "TRL"
                   PERFORM 2300-PROCESS-TRAILER
               WHEN OTHER
                   IF WS-BATCH-OPEN = "Y"
                       PERFORM 2400-PROCESS-DETAIL
                   ELSE
                       PERFORM 2600-WRITE-UNBATCHED
                   END-IF
           END-EVALUATE.

       2200-PROCESS-HEADER.
           IF WS-BATCH-OPEN = "Y"
               DISPLAY "CONTROL ERROR: source " WS-SOURCE-CODE
                   " trailer record missing."
               MOVE "NOTRAILR" TO WS-BATCH-REASON
               PERFORM 3000-CLOSE-BATCH
           END-IF.
           IF WS-ABORT-FLAG = "N"
               PERFORM 2250-OPEN-BATCH
           END-IF.

       2250-OPEN-BATCH.
           MOVE "Y" TO WS-BATCH-OPEN.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE SPACES TO WS-BATCH-REASON.
           MOVE "N" TO WS-BATCH-OVERRIDE.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-BAT-VALID-COUNT.
           MOVE ZERO TO WS-BAT-VALID-HASH.
           MOVE ZERO TO WS-BAT-REJECT-COUNT.
           MOVE ZERO TO WS-TRL-COUNT-IN.
           MOVE ZERO TO WS-TRL-HASH-IN.
           IF WS-EDIT-HDR-SOURCE = SPACES
               MOVE "DFLT" TO WS-SOURCE-CODE
           ELSE
               MOVE WS-EDIT-HDR-SOURCE TO WS-SOURCE-CODE
           END-IF.
           IF WS-EDIT-HDR-DATE IS NOT NUMERIC
               DISPLAY "CONTROL ERROR: source " WS-SOURCE-CODE
                   " header date not numeric."
               MOVE ZERO TO WS-BATCH-DATE
               MOVE "HDRDATE" TO WS-BATCH-REASON
           ELSE
               MOVE WS-EDIT-HDR-DATE TO WS-BATCH-DATE
               IF WS-BATCH-DATE NOT = WS-RUN-DATE
                   DISPLAY "CONTROL ERROR: source " WS-SOURCE-CODE
                       " file date " WS-BATCH-DATE
                       " does not match run date " WS-RUN-DATE
                   MOVE "HDRDATE" TO WS-BATCH-REASON
               END-IF
           END-IF.
           OPEN OUTPUT BATWORK.
           IF WS-BWK-STATUS NOT = "00"
               DISPLAY "BATWORK.DAT open failed - status "
                   WS-BWK-STATUS " - edit run aborted."
               MOVE "N" TO WS-BATCH-OPEN
               MOVE "Y" TO WS-ABORT-FLAG
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "H" TO WS-BWK-TYPE
               MOVE SPACES TO WS-REASON-CODE
               PERFORM 2700-WRITE-BATCH-WORK
           END-IF.

       2300-PROCESS-TRAILER.
           IF WS-BATCH-OPEN = "N"
               PERFORM 2600-WRITE-UNBATCHED
           ELSE
               MOVE "T" TO WS-BWK-TYPE
               MOVE SPACES TO WS-REASON-CODE
               PERFORM 2700-WRITE-BATCH-WORK
               IF WS-EDIT-TRL-COUNT IS NOT NUMERIC
                   DISPLAY "CONTROL ERROR: source " WS-SOURCE-CODE
                       " trailer count not numeric."
                   MOVE "TRLDATA" TO WS-BATCH-REASON
               ELSE
                   MOVE WS-EDIT-TRL-COUNT TO WS-TRL-COUNT-IN
               END-IF
               IF WS-EDIT-TRL-HASH IS NOT NUMERIC
                   DISPLAY "CONTROL ERROR: source " WS-SOURCE-CODE
                       " trailer hash not numeric."
                   MOVE "TRLDATA" TO WS-BATCH-REASON
               ELSE
                   MOVE WS-EDIT-TRL-HASH TO WS-TRL-HASH-IN
               END-IF
               PERFORM 3000-CLOSE-BATCH
           END-IF.

       2400-PROCESS-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM 2100-VALIDATE-RECORD.
           IF WS-REASON-CODE = SPACES
               PERFORM 2150-CHECK-DUPLICATE
           END-IF.
           IF WS-REASON-CODE = SPACES
               ADD 1 TO WS-BAT-VALID-COUNT
               ADD WS-EDIT-NUM1 TO WS-BAT-VALID-HASH
               ADD WS-EDIT-NUM2 TO WS-BAT-VALID-HASH
               MOVE "V" TO WS-BWK-TYPE
           ELSE
               ADD 1 TO WS-BAT-REJECT-COUNT
               MOVE "R" TO WS-BWK-TYPE
           END-IF.
           PERFORM 2700-WRITE-BATCH-WORK.

       2100-VALIDATE-RECORD.
           MOVE SPACES TO WS-REASON-CODE.
               END-IF
           END-IF.

       2150-CHECK-DUPLICATE.
           PERFORM 2160-SET-DUPLICATE-KEY.
           MOVE WS-READ-COUNT TO DUP-REC-NO.
           WRITE DUPWORK-RECORD
               INVALID KEY
                   MOVE "DUPLICAT" TO WS-REASON-CODE
                   ADD 1 TO WS-DUP-COUNT
                   READ DUPWORK
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-READ-COUNT TO WS-READ-COUNT-ED
                           MOVE DUP-REC-NO TO WS-DUP-REC-NO-ED
                           DISPLAY "DUPLICATE: record " WS-READ-COUNT-ED
                               " repeats record " WS-DUP-REC-NO-ED
                   END-READ
           END-WRITE.

       2160-SET-DUPLICATE-KEY.
           MOVE SPACES TO DUPWORK-RECORD.
           MOVE WS-SOURCE-CODE TO DUP-SOURCE.
           MOVE WS-EDIT-PAIR TO DUP-PAIR.
           IF WS-EDIT-OPCODE = SPACE
               MOVE "5" TO DUP-OPCODE
           ELSE
               MOVE WS-EDIT-OPCODE TO DUP-OPCODE
           END-IF.

       2500-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO MATHREJ-RECORD.
           MOVE WS-REJECT-REC-NO TO REJ-REC-NO.
           MOVE WS-REASON-CODE TO REJ-REASON.
           MOVE WS-EDIT-AREA TO REJ-DATA.
           MOVE ZERO TO REJ-AGE.
           MOVE WS-SOURCE-CODE TO REJ-SOURCE.
           WRITE MATHREJ-RECORD.

       2600-WRITE-UNBATCHED.
           ADD 1 TO WS-ORPHAN-COUNT.
           IF WS-ORPHAN-COUNT = 1
               DISPLAY "CONTROL ERROR: records found outside a source"
                   " batch - written to BATCHREJ.DAT."
           END-IF.
           MOVE SPACES TO BATCHREJ-RECORD.
           MOVE "NOHEADER" TO BREJ-REASON.
           MOVE WS-READ-COUNT TO BREJ-REC-NO.
           MOVE WS-RUN-DATE TO BREJ-RUN-DATE.
           MOVE WS-EDIT-AREA TO BREJ-DATA.
           WRITE BATCHREJ-RECORD.
           ADD 1 TO WS-BREJ-COUNT.

       2700-WRITE-BATCH-WORK.
           MOVE SPACES TO BATWORK-RECORD.
           MOVE WS-BWK-TYPE TO BWK-TYPE.
           MOVE WS-READ-COUNT TO BWK-REC-NO.
           MOVE WS-REASON-CODE TO BWK-REASON.
           MOVE WS-EDIT-AREA TO BWK-DATA.
           WRITE BATWORK-RECORD.

       2800-WRITE-VALID-RECORD.
           ADD 1 TO WS-VALID-COUNT.
           ADD WS-EDIT-NUM1 TO WS-VAL-HASH.
           ADD WS-EDIT-NUM2 TO WS-VAL-HASH.
           MOVE SPACES TO MATHVAL-RECORD.
           MOVE WS-EDIT-PAIR TO MATHVAL-RECORD(1:16).
           IF WS-EDIT-OPCODE = SPACE
               MOVE "5" TO MATHVAL-RECORD(17:1)
           ELSE
               MOVE WS-EDIT-OPCODE TO MATHVAL-RECORD(17:1)
           END-IF.
           MOVE WS-SOURCE-CODE TO MATHVAL-RECORD(18:4).
           WRITE MATHVAL-RECORD.

       3000-CLOSE-BATCH.
           CLOSE BATWORK.
           IF WS-BATCH-REASON = SPACES
               PERFORM 3100-VERIFY-BATCH-TOTALS
           END-IF.
           IF WS-BATCH-REASON = SPACES
               PERFORM 3200-CHECK-FILE-REGISTER
           END-IF.
           OPEN INPUT BATWORK.
           IF WS-BWK-STATUS NOT = "00"
               DISPLAY "BATWORK.DAT open failed - status "
                   WS-BWK-STATUS " - source " WS-SOURCE-CODE
                   " - edit run aborted."
               MOVE "Y" TO WS-ABORT-FLAG
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF WS-BATCH-REASON = SPACES
                   PERFORM 3300-RELEASE-BATCH
               ELSE
                   PERFORM 3400-REJECT-BATCH
               END-IF
           END-IF.
           MOVE "N" TO WS-BATCH-OPEN.

       3100-VERIFY-BATCH-TOTALS.
           IF WS-TRL-COUNT-IN NOT = WS-DETAIL-COUNT
               MOVE WS-TRL-COUNT-IN TO WS-TRL-COUNT-ED
               MOVE WS-DETAIL-COUNT TO WS-DETAIL-COUNT-ED
               DISPLAY "CONTROL ERROR: source " WS-SOURCE-CODE
                   " trailer count " WS-TRL-COUNT-ED
                   " does not match detail count " WS-DETAIL-COUNT-ED
               MOVE "COUNT" TO WS-BATCH-REASON
           END-IF.
           IF WS-BATCH-REASON = SPACES
               AND WS-TRL-HASH-IN NOT = WS-BAT-VALID-HASH
               MOVE WS-TRL-HASH-IN TO WS-TRL-HASH-IN-ED
               MOVE WS-BAT-VALID-HASH TO WS-VAL-HASH-ED
               IF WS-BAT-REJECT-COUNT = ZERO
                   DISPLAY "CONTROL ERROR: source " WS-SOURCE-CODE
                       " trailer hash " WS-TRL-HASH-IN-ED
                       " does not match computed hash "
                       WS-VAL-HASH-ED
                   MOVE "HASH" TO WS-BATCH-REASON
               ELSE
                   DISPLAY "NOTE: source " WS-SOURCE-CODE
                       " trailer hash " WS-TRL-HASH-IN-ED
                       " differs from validated hash "
                       WS-VAL-HASH-ED
                       " - rejected records excluded."
               END-IF
           END-IF.

       3200-CHECK-FILE-REGISTER.
           MOVE "N" TO WS-REG-FOUND.
           MOVE "N" TO WS-REG-IN-RUN.
           MOVE 1 TO WS-A-IX.
           PERFORM UNTIL WS-A-IX > WS-ACC-COUNT
               OR WS-REG-FOUND = "Y"
               IF WS-A-DATE(WS-A-IX) = WS-BATCH-DATE
                   AND WS-A-SOURCE(WS-A-IX) = WS-SOURCE-CODE
                   AND WS-A-COUNT(WS-A-IX) = WS-TRL-COUNT-IN
                   AND WS-A-HASH(WS-A-IX) = WS-TRL-HASH-IN
                   MOVE "Y" TO WS-REG-FOUND
                   MOVE "Y" TO WS-REG-IN-RUN
                   MOVE WS-RUN-DATE TO WS-REG-PRIOR-DATE
               END-IF
               ADD 1 TO WS-A-IX
           END-PERFORM.
           IF WS-REG-FOUND = "N"
               OPEN INPUT FILEREG
               IF WS-REG-STATUS = "00"
                   MOVE "N" TO WS-REG-EOF
                   PERFORM UNTIL WS-REG-EOF = "Y"
                       OR WS-REG-FOUND = "Y"
                       READ FILEREG
                           AT END
                               MOVE "Y" TO WS-REG-EOF
                           NOT AT END
                               PERFORM 3250-MATCH-REGISTER-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE FILEREG
               ELSE
                   IF WS-REG-STATUS NOT = "35"
                       DISPLAY "FILEREG.DAT open failed - status "
                           WS-REG-STATUS " - source " WS-SOURCE-CODE
                           " batch rejected."
                       MOVE "REGISTER" TO WS-BATCH-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REG-FOUND = "Y"
               MOVE WS-TRL-COUNT-IN TO WS-TRL-COUNT-ED
               DISPLAY "DUPLICATE FILE: source " WS-SOURCE-CODE
                   " header date " WS-BATCH-DATE
                   " count " WS-TRL-COUNT-ED
                   " already processed on " WS-REG-PRIOR-DATE
               IF WS-DUP-OVERRIDE = "Y" AND WS-REG-IN-RUN = "N"
                   DISPLAY "NOTE: duplicate override set on "
                       "MATHPARM.DAT - batch accepted as rerun."
                   MOVE "Y" TO WS-BATCH-OVERRIDE
               ELSE
                   IF WS-DUP-OVERRIDE = "Y"
                       DISPLAY "NOTE: batch repeated within MATHIN.DAT"
                           " - duplicate override not applied."
                   END-IF
                   MOVE "DUPBATCH" TO WS-BATCH-REASON
               END-IF
           END-IF.

       3250-MATCH-REGISTER-ENTRY.
           IF REG-SOURCE = SPACES
               MOVE "DFLT" TO REG-SOURCE
           END-IF.
           IF REG-HDR-DATE = WS-BATCH-DATE
               AND REG-SOURCE = WS-SOURCE-CODE
               AND REG-TRL-COUNT = WS-TRL-COUNT-IN
               AND REG-TRL-HASH = WS-TRL-HASH-IN
               MOVE "Y" TO WS-REG-FOUND
               MOVE REG-RUN-DATE TO WS-REG-PRIOR-DATE
           END-IF.

       3300-RELEASE-BATCH.
           ADD 1 TO WS-BATCH-ACCEPTED.
           IF WS-ACC-COUNT < WS-ACC-MAX
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-BATCH-DATE TO WS-A-DATE(WS-ACC-COUNT)
               MOVE WS-SOURCE-CODE TO WS-A-SOURCE(WS-ACC-COUNT)
               MOVE WS-TRL-COUNT-IN TO WS-A-COUNT(WS-ACC-COUNT)
               MOVE WS-TRL-HASH-IN TO WS-A-HASH(WS-ACC-COUNT)
               MOVE WS-BATCH-OVERRIDE TO WS-A-OVERRIDE(WS-ACC-COUNT)
           ELSE
               DISPLAY "WARNING: more than 50 source batches - source "
                   WS-SOURCE-CODE " batch not registered."
           END-IF.
           MOVE "N" TO WS-BWK-EOF.
           PERFORM UNTIL WS-BWK-EOF = "Y"
               READ BATWORK
                   AT END
                       MOVE "Y" TO WS-BWK-EOF
                   NOT AT END
                       PERFORM 3350-RELEASE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE BATWORK.
           MOVE WS-DETAIL-COUNT TO WS-DETAIL-COUNT-ED.
           DISPLAY "SOURCE " WS-SOURCE-CODE " BATCH ACCEPTED - "
               WS-DETAIL-COUNT-ED " DETAIL RECORDS".

       3350-RELEASE-ONE-RECORD.
           MOVE BWK-DATA TO WS-EDIT-AREA.
           EVALUATE BWK-TYPE
               WHEN "V"
                   PERFORM 2800-WRITE-VALID-RECORD
               WHEN "R"
                   MOVE BWK-REC-NO TO WS-REJECT-REC-NO
                   MOVE BWK-REASON TO WS-REASON-CODE
                   PERFORM 2500-WRITE-REJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3400-REJECT-BATCH.
           ADD 1 TO WS-BATCH-REJECTED.
           DISPLAY "SOURCE " WS-SOURCE-CODE " BATCH REJECTED - "
               WS-BATCH-REASON " - written to BATCHREJ.DAT.".
           MOVE "N" TO WS-BWK-EOF.
           PERFORM UNTIL WS-BWK-EOF = "Y"
               READ BATWORK
                   AT END
                       MOVE "Y" TO WS-BWK-EOF
                   NOT AT END
                       PERFORM 3450-REJECT-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE BATWORK.

       3450-REJECT-ONE-RECORD.
           MOVE BWK-DATA TO WS-EDIT-AREA.
           IF BWK-TYPE = "V"
               PERFORM 2160-SET-DUPLICATE-KEY
               DELETE DUPWORK RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           MOVE SPACES TO BATCHREJ-RECORD.
           MOVE WS-SOURCE-CODE TO BREJ-SOURCE.
           MOVE WS-BATCH-REASON TO BREJ-REASON.
           MOVE BWK-REC-NO TO BREJ-REC-NO.
           MOVE WS-RUN-DATE TO BREJ-RUN-DATE.
           MOVE BWK-DATA TO BREJ-DATA.
           WRITE BATCHREJ-RECORD.
           ADD 1 TO WS-BREJ-COUNT.

       6000-PROCESS-RECYCLE-FILE.
           OPEN INPUT MATHRCYC.
           IF WS-RCYC-STATUS = "00"
       6100-EDIT-RECYCLE-RECORD.
           ADD 1 TO WS-RCYC-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE MATHRCYC-RECORD(1:68) TO WS-EDIT-AREA.
           IF MATHRCYC-RECORD(69:4) = SPACES
               MOVE "DFLT" TO WS-SOURCE-CODE
           ELSE
               MOVE MATHRCYC-RECORD(69:4) TO WS-SOURCE-CODE
           END-IF.
           PERFORM 2100-VALIDATE-RECORD.
           IF WS-REASON-CODE = SPACES
               PERFORM 2150-CHECK-DUPLICATE
           END-IF.
           IF WS-REASON-CODE = SPACES
               ADD 1 TO WS-RCYC-ACCEPTED
               PERFORM 2800-WRITE-VALID-RECORD
           ELSE
               MOVE WS-READ-COUNT TO WS-REJECT-REC-NO
               PERFORM 2500-WRITE-REJECT
           END-IF.

       7400-WRITE-VAL-HEADER.
           MOVE SPACES TO WS-VAL-REC.
           MOVE "HDR" TO WS-VAL-REC-TYPE.
           MOVE WS-RUN-DATE TO WS-VAL-HDR-DATE.
           MOVE WS-VAL-REC TO MATHVAL-RECORD.
           WRITE MATHVAL-RECORD.

       7500-WRITE-VAL-TRAILER.
           MOVE SPACES TO WS-VAL-REC.
           MOVE WS-VAL-REC TO MATHVAL-RECORD.
           WRITE MATHVAL-RECORD.

       7600-REGISTER-FILE.
           IF WS-ACC-COUNT > ZERO
               OPEN EXTEND FILEREG
               IF WS-REG-STATUS = "35"
                   OPEN OUTPUT FILEREG
               END-IF
               IF WS-REG-STATUS = "00"
                   MOVE 1 TO WS-A-IX
                   PERFORM UNTIL WS-A-IX > WS-ACC-COUNT
                       PERFORM 7650-REGISTER-ONE-BATCH
                       ADD 1 TO WS-A-IX
                   END-PERFORM
                   CLOSE FILEREG
               ELSE
                   DISPLAY "FILEREG.DAT open failed - status "
                       WS-REG-STATUS " - batches not registered."
               END-IF
           END-IF.

       7650-REGISTER-ONE-BATCH.
           MOVE SPACES TO FILEREG-RECORD.
           MOVE WS-A-DATE(WS-A-IX) TO REG-HDR-DATE.
           MOVE WS-A-COUNT(WS-A-IX) TO REG-TRL-COUNT.
           MOVE WS-A-HASH(WS-A-IX) TO REG-TRL-HASH.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           MOVE WS-RUN-TIME TO REG-RUN-TIME.
           MOVE WS-A-OVERRIDE(WS-A-IX) TO REG-OVERRIDE.
           MOVE WS-A-SOURCE(WS-A-IX) TO REG-SOURCE.
           WRITE FILEREG-RECORD.

       8000-DISPLAY-TOTALS.
           MOVE WS-READ-COUNT TO WS-READ-COUNT-ED.
           MOVE WS-VALID-COUNT TO WS-VALID-COUNT-ED.
               DISPLAY "EDIT TOTALS - RECYCLE ACCEPTED: "
                   WS-RCYC-ACCEPTED-ED
           END-IF.
           IF WS-DUP-COUNT > ZERO
               MOVE WS-DUP-COUNT TO WS-DUP-COUNT-ED
               DISPLAY "EDIT TOTALS - DUPLICATES:       "
                   WS-DUP-COUNT-ED
           END-IF.
           MOVE WS-BATCH-COUNT TO WS-BATCH-COUNT-ED.
           DISPLAY "EDIT TOTALS - SOURCE BATCHES:   "
               WS-BATCH-COUNT-ED.
           MOVE WS-BATCH-ACCEPTED TO WS-BATCH-COUNT-ED.
           DISPLAY "EDIT TOTALS - BATCHES ACCEPTED: "
               WS-BATCH-COUNT-ED.
           MOVE WS-BATCH-REJECTED TO WS-BATCH-COUNT-ED.
           DISPLAY "EDIT TOTALS - BATCHES REJECTED: "
               WS-BATCH-COUNT-ED.
           IF WS-BREJ-COUNT > ZERO
               MOVE WS-BREJ-COUNT TO WS-BATCH-COUNT-ED
               DISPLAY "EDIT TOTALS - TO BATCHREJ.DAT:  "
                   WS-BATCH-COUNT-ED
           END-IF.

       9000-WRITE-RUN-START.
           MOVE SPACES TO RUNHIST-RECORD.
           ELSE
               MOVE "OK" TO HIST-OUTCOME
               MOVE ZERO TO HIST-COMP-CODE
               IF WS-BATCH-REJECTED > ZERO OR WS-ORPHAN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9500-WRITE-HIST-RECORD.

       9500-WRITE-HIST-RECORD.
           MOVE "mathedit" TO HIST-PROGRAM.
           MOVE WS-RUN-DATE TO HIST-DATE.
           MOVE "BATCH" TO HIST-OPERATOR.
           ACCEPT HIST-TIME FROM TIME.
           OPEN EXTEND RUNHIST.
           IF WS-HIST-STATUS = "35"
