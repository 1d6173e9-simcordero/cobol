       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID17.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STEP-HIST-REC ASSIGN TO STEPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STEP-STATUS.
           SELECT TIMING-REC ASSIGN TO TIMERPT.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOG
           RECORDING MODE F.
       01 RUN-LOG-LINE PIC X(80).
       FD PARM-REC
           RECORDING MODE F.
       01 PARM-LINE PIC X(20).
       FD STEP-HIST-REC
           RECORDING MODE F.
       01 STEP-HIST-RECORD.
           05 SH-KEY.
              10 SH-RUN-DATE PIC X(8).
              10 SH-STEP PIC 9(2).
           05 SH-PROGRAM PIC X(8).
           05 SH-START-TIME PIC X(8).
           05 SH-END-TIME PIC X(8).
           05 SH-ELAPSED PIC 9(7)V99.
           05 SH-RC PIC 9(3).
           05 SH-OUTCOME PIC X(10).
           05 SH-RUNS PIC 9(2).
           05 SH-READ PIC 9(7).
           05 SH-ACCEPTED PIC 9(7).
           05 SH-BASE-DAYS PIC 9(2).
           05 SH-BASE-AVG PIC 9(7)V99.
           05 SH-BASE-READ PIC 9(7).
           05 SH-PCT-OVER PIC S9(5)V9.
           05 SH-OVER-PCT PIC X.
           05 SH-PAST-WEND PIC X.
       FD TIMING-REC
           RECORDING MODE F.
       01 TIMING-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-RUNLOG-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-STEP-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-RUNLOG-EOF PIC X VALUE 'N'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-REPORT-DATE PIC X(8) VALUE SPACES.
       01 WS-LAST-CHAIN-DATE PIC X(8) VALUE SPACES.
       01 WS-OVER-LIMIT PIC 9(3)V9 VALUE 25.0.
       01 WS-WINDOW-END PIC X(4) VALUE SPACES.
       01 WS-WINDOW-HUND PIC 9(9) VALUE ZERO.
       01 WS-BASE-WINDOW PIC 9(3) VALUE 30.
       01 WS-MIN-BASE-DAYS PIC 9(2) VALUE 3.
       01 WS-DAY-HUND PIC 9(9) VALUE 8640000.
       01 LOG-CHAIN-FIELDS.
           05 LC-PREFIX PIC X(15).
           05 LC-EVENT PIC X(9).
           05 FILLER PIC X(6).
           05 LC-DATE PIC X(8).
           05 FILLER PIC X(7).
           05 LC-TIME PIC X(8).
           05 FILLER PIC X(5).
           05 LC-RC PIC X(3).
           05 FILLER PIC X(19).
       01 LOG-STEP-FIELDS.
           05 LS-PREFIX PIC X(13).
           05 LS-STEP PIC X(2).
           05 FILLER PIC X(2).
           05 LS-PROGRAM PIC X(8).
           05 FILLER PIC X(2).
           05 LS-EVENT PIC X(9).
           05 FILLER PIC X(6).
           05 LS-TIME PIC X(8).
           05 FILLER PIC X(5).
           05 LS-RC PIC X(3).
           05 FILLER PIC X(4).
           05 LS-OUTCOME PIC X(10).
           05 FILLER PIC X(8).
       01 LOG-COUNT-FIELDS.
           05 LN-LABEL PIC X(26).
           05 LN-COUNT PIC X(7).
           05 FILLER PIC X(47).
       01 WS-CLOCK-TIME PIC X(8).
       01 WS-CLOCK-NUM REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
           05 WS-CLOCK-SS PIC 9(2).
           05 WS-CLOCK-CC PIC 9(2).
       01 WS-CLOCK-HUND PIC 9(9) VALUE ZERO.
       01 WS-LAST-CLOCK PIC 9(9) VALUE ZERO.
       01 WS-DAY-ADD PIC 9(9) VALUE ZERO.
       01 WS-OFFSET PIC 9(9) VALUE ZERO.
       01 WS-CHAIN-OFFSET PIC 9(9) VALUE ZERO.
       01 WS-CHAIN-WEND PIC 9(9) VALUE ZERO.
       01 WS-CHAIN-ACTIVE PIC X VALUE 'N'.
       01 WS-CUR-DATE PIC X(8) VALUE SPACES.
       01 WS-CUR-STEP PIC 9(2) VALUE ZERO.
       01 WS-STEP-NO PIC 9(2) VALUE ZERO.
       01 WS-STEP-RC PIC 9(3) VALUE ZERO.
       01 STEP-SLOT-TABLE.
           05 STEP-SLOT OCCURS 20 TIMES.
              10 SS-PRESENT PIC X.
              10 SS-PROGRAM PIC X(8).
              10 SS-START-TIME PIC X(8).
              10 SS-END-TIME PIC X(8).
              10 SS-START-OFFSET PIC 9(9).
              10 SS-ELAPSED PIC 9(7)V99.
              10 SS-RC PIC 9(3).
              10 SS-OUTCOME PIC X(10).
              10 SS-RUNS PIC 9(2).
              10 SS-READ PIC 9(7).
              10 SS-ACCEPTED PIC 9(7).
              10 SS-PAST-WEND PIC X.
       01 WS-SLOT-IX PIC 9(2).
       01 CHAIN-SLOT.
           05 CS-PRESENT PIC X VALUE 'N'.
           05 CS-START-TIME PIC X(8).
           05 CS-END-TIME PIC X(8).
           05 CS-ELAPSED PIC 9(7)V99.
           05 CS-RC PIC 9(3).
           05 CS-OUTCOME PIC X(10).
           05 CS-RUNS PIC 9(2).
           05 CS-PAST-WEND PIC X.
       01 BASE-TABLE.
           05 BASE-ENTRY OCCURS 21 TIMES.
              10 BS-SUM PIC 9(11)V99.
              10 BS-DAYS PIC 9(3).
              10 BS-READ-SUM PIC 9(11).
              10 BS-READ-DAYS PIC 9(3).
       01 WS-BASE-IX PIC 9(2).
       01 WS-BASE-FROM PIC X(8) VALUE SPACES.
       01 WS-DC-NUM PIC 9(8).
       01 WS-DC-INT PIC 9(7).
       01 WS-FMT-HUND PIC 9(9).
       01 WS-FMT-SECS PIC 9(7).
       01 WS-FMT-HMS.
           05 WS-FMT-HH PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 WS-FMT-MI PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 WS-FMT-SS PIC 9(2).
       01 WS-PCT-EDIT PIC +ZZZ9.9.
       01 TIMING-COUNTS.
           05 WS-LINES-READ PIC 9(7) VALUE ZERO.
           05 WS-CHAIN-RUNS PIC 9(7) VALUE ZERO.
           05 WS-DATES-LOADED PIC 9(7) VALUE ZERO.
           05 WS-HIST-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-STEPS-REPORTED PIC 9(7) VALUE ZERO.
           05 WS-STEP-OVERRUNS PIC 9(7) VALUE ZERO.
           05 WS-CHAIN-OVERRUNS PIC 9(7) VALUE ZERO.
       01 TIMING-HDR.
           05 FILLER PIC X(31) VALUE
           'BATCH WINDOW TIMING - RUN DATE '.
           05 TH-DATE PIC X(8).
           05 FILLER PIC X(41) VALUE SPACES.
       01 TIMING-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 TS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 TS-TIME PIC X(8).
           05 FILLER PIC X(46) VALUE SPACES.
       01 TIMING-PARMS.
           05 FILLER PIC X(18) VALUE 'OVERRUN LIMIT: +'.
           05 TP-OVER PIC ZZ9.9.
           05 FILLER PIC X(26) VALUE
           '% OVER 30-DAY AVG  WINDOW '.
           05 FILLER PIC X(5) VALUE 'END: '.
           05 TP-WEND PIC X(5).
           05 FILLER PIC X(21) VALUE SPACES.
       01 TIMING-COL-HDR.
           05 FILLER PIC X(12) VALUE 'ST PROGRAM  '.
           05 FILLER PIC X(9) VALUE 'END TIME '.
           05 FILLER PIC X(9) VALUE ' ELAPSED '.
           05 FILLER PIC X(9) VALUE ' 30D AVG '.
           05 FILLER PIC X(8) VALUE '  +/-%  '.
           05 FILLER PIC X(4) VALUE ' RC '.
           05 FILLER PIC X(10) VALUE 'OUTCOME   '.
           05 FILLER PIC X(19) VALUE 'FLAG'.
       01 TIMING-DETAIL.
           05 TD-STEP PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TD-PROGRAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TD-END PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TD-ELAPSED PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TD-AVG PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TD-PCT PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TD-RC PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TD-OUTCOME PIC X(10).
           05 TD-FLAG PIC X(19).
       01 TIMING-VOLUME-LINE.
           05 FILLER PIC X(27) VALUE
           '   COVID01 RECORDS READ:   '.
           05 TV-READ PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  ACCEPTED: '.
           05 TV-ACCEPTED PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE '  30D AVG READ'.
           05 FILLER PIC X(2) VALUE ': '.
           05 TV-AVG-READ PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
       01 TIMING-COUNT-LINE.
           05 TC-LABEL PIC X(30).
           05 TC-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.
       01 TIMING-NONE-LINE PIC X(80) VALUE
           'NO CHAIN RUN ON FILE FOR REPORT DATE'.
       01 TIMING-OK-LINE PIC X(80) VALUE
           'NO OVERRUNS - BATCH WINDOW WITHIN BASELINE'.
       01 TIMING-WARN-LINE PIC X(80) VALUE
           'WARNING: BATCH WINDOW OVERRUN - SEE FLAGGED STEPS'.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM.
           OPEN INPUT RUN-LOG.
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'COVID17: RUNLOG OPEN FAILED, STATUS '
                   WS-RUNLOG-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STEP-HIST-REC.
           IF WS-STEP-STATUS = '35'
               OPEN OUTPUT STEP-HIST-REC
               CLOSE STEP-HIST-REC
               OPEN I-O STEP-HIST-REC
           END-IF.
           IF WS-STEP-STATUS NOT = '00'
               DISPLAY 'COVID17: STEPHIST OPEN FAILED, STATUS '
                   WS-STEP-STATUS
               CLOSE RUN-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CLEAR-DATE-SLOTS.
           PERFORM UNTIL WS-RUNLOG-EOF = 'Y'
               READ RUN-LOG
                   AT END MOVE 'Y' TO WS-RUNLOG-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM PROCESS-LOG-LINE
               END-READ
           END-PERFORM.
           IF WS-CUR-DATE NOT = SPACES
               PERFORM FLUSH-RUN-DATE
           END-IF.
           CLOSE RUN-LOG.
           IF WS-REPORT-DATE = SPACES
               MOVE WS-LAST-CHAIN-DATE TO WS-REPORT-DATE
           END-IF.
           OPEN OUTPUT TIMING-REC.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-REPORT-DATE.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE TIMING-REC.
           CLOSE STEP-HIST-REC.
           DISPLAY 'COVID17: RUN DATES ' WS-DATES-LOADED
               ' STEP OVERRUNS ' WS-STEP-OVERRUNS
               ' CHAIN OVERRUNS ' WS-CHAIN-OVERRUNS.
           IF WS-STEP-OVERRUNS > 0 OR WS-CHAIN-OVERRUNS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       LOAD-PARM.
           OPEN INPUT PARM-REC.
           IF WS-PARM-STATUS = '00'
               PERFORM UNTIL WS-PARM-EOF = 'Y'
                   READ PARM-REC
                       AT END MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           MOVE SPACES TO WS-PARM-KEY
                           MOVE SPACES TO WS-PARM-VALUE
                           UNSTRING PARM-LINE DELIMITED BY '='
                               INTO WS-PARM-KEY WS-PARM-VALUE
                           PERFORM APPLY-PARM
                   END-READ
               END-PERFORM
               CLOSE PARM-REC
           END-IF.
       APPLY-PARM.
           IF WS-PARM-KEY = 'DATE'
               MOVE WS-PARM-VALUE(1:8) TO WS-REPORT-DATE
           END-IF.
           IF WS-PARM-KEY = 'OVRP'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-OVER-LIMIT =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
           IF WS-PARM-KEY = 'WEND'
                   AND WS-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PARM-VALUE(1:4) TO WS-WINDOW-END
               MOVE WS-WINDOW-END TO WS-CLOCK-TIME
               MOVE '0000' TO WS-CLOCK-TIME(5:4)
               PERFORM CLOCK-TO-HUNDREDTHS
               MOVE WS-CLOCK-HUND TO WS-WINDOW-HUND
           END-IF.
       CLOCK-TO-HUNDREDTHS.
           IF WS-CLOCK-TIME IS NUMERIC
               COMPUTE WS-CLOCK-HUND =
                   ((WS-CLOCK-HH * 60 + WS-CLOCK-MM) * 60
                       + WS-CLOCK-SS) * 100 + WS-CLOCK-CC
           ELSE
               MOVE ZERO TO WS-CLOCK-HUND
           END-IF.
       ADVANCE-CLOCK.
           PERFORM CLOCK-TO-HUNDREDTHS.
           IF WS-CLOCK-HUND < WS-LAST-CLOCK
               ADD WS-DAY-HUND TO WS-DAY-ADD
           END-IF.
           MOVE WS-CLOCK-HUND TO WS-LAST-CLOCK.
           COMPUTE WS-OFFSET = WS-CLOCK-HUND + WS-DAY-ADD.
       CLEAR-DATE-SLOTS.
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > 20
               MOVE 'N' TO SS-PRESENT(WS-SLOT-IX)
               MOVE SPACES TO SS-PROGRAM(WS-SLOT-IX)
               MOVE SPACES TO SS-START-TIME(WS-SLOT-IX)
               MOVE SPACES TO SS-END-TIME(WS-SLOT-IX)
               MOVE ZERO TO SS-START-OFFSET(WS-SLOT-IX)
               MOVE ZERO TO SS-ELAPSED(WS-SLOT-IX)
               MOVE ZERO TO SS-RC(WS-SLOT-IX)
               MOVE SPACES TO SS-OUTCOME(WS-SLOT-IX)
               MOVE ZERO TO SS-RUNS(WS-SLOT-IX)
               MOVE ZERO TO SS-READ(WS-SLOT-IX)
               MOVE ZERO TO SS-ACCEPTED(WS-SLOT-IX)
               MOVE 'N' TO SS-PAST-WEND(WS-SLOT-IX)
           END-PERFORM.
           MOVE 'N' TO CS-PRESENT.
           MOVE SPACES TO CS-START-TIME.
           MOVE SPACES TO CS-END-TIME.
           MOVE ZERO TO CS-ELAPSED.
           MOVE ZERO TO CS-RC.
           MOVE SPACES TO CS-OUTCOME.
           MOVE ZERO TO CS-RUNS.
           MOVE 'N' TO CS-PAST-WEND.
       PROCESS-LOG-LINE.
           EVALUATE TRUE
               WHEN RUN-LOG-LINE(1:14) = 'COVID00 CHAIN '
                   MOVE RUN-LOG-LINE TO LOG-CHAIN-FIELDS
                   PERFORM PROCESS-CHAIN-LINE
               WHEN RUN-LOG-LINE(1:13) = 'COVID00 STEP '
                   MOVE RUN-LOG-LINE TO LOG-STEP-FIELDS
                   IF WS-CUR-DATE NOT = SPACES
                           AND LS-STEP IS NUMERIC
                       MOVE LS-STEP TO WS-STEP-NO
                       IF WS-STEP-NO >= 1 AND WS-STEP-NO <= 20
                           PERFORM PROCESS-STEP-LINE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE RUN-LOG-LINE TO LOG-COUNT-FIELDS
                   IF WS-CUR-STEP > 0
                           AND SS-PROGRAM(WS-CUR-STEP) = 'COVID01 '
                       PERFORM PROCESS-CONTROL-LINE
                   END-IF
           END-EVALUATE.
       PROCESS-CHAIN-LINE.
           MOVE LC-TIME TO WS-CLOCK-TIME.
           IF LC-EVENT(1:5) = 'START'
               ADD 1 TO WS-CHAIN-RUNS
               IF LC-DATE NOT = WS-CUR-DATE
                   IF WS-CUR-DATE NOT = SPACES
                       PERFORM FLUSH-RUN-DATE
                   END-IF
                   MOVE LC-DATE TO WS-CUR-DATE
                   PERFORM CLEAR-DATE-SLOTS
               END-IF
               MOVE LC-DATE TO WS-LAST-CHAIN-DATE
               MOVE 'Y' TO WS-CHAIN-ACTIVE
               MOVE ZERO TO WS-CUR-STEP
               MOVE ZERO TO WS-DAY-ADD
               MOVE ZERO TO WS-LAST-CLOCK
               PERFORM ADVANCE-CLOCK
               MOVE WS-OFFSET TO WS-CHAIN-OFFSET
               IF WS-WINDOW-END NOT = SPACES
                   IF WS-WINDOW-HUND > WS-CHAIN-OFFSET
                       MOVE WS-WINDOW-HUND TO WS-CHAIN-WEND
                   ELSE
                       COMPUTE WS-CHAIN-WEND =
                           WS-WINDOW-HUND + WS-DAY-HUND
                   END-IF
               END-IF
               IF CS-PRESENT = 'N'
                   MOVE 'Y' TO CS-PRESENT
                   MOVE LC-TIME TO CS-START-TIME
               END-IF
               ADD 1 TO CS-RUNS
               MOVE 'NO END' TO CS-OUTCOME
           ELSE
               IF WS-CHAIN-ACTIVE = 'Y' AND LC-DATE = WS-CUR-DATE
                   PERFORM ADVANCE-CLOCK
                   MOVE 'N' TO WS-CHAIN-ACTIVE
                   MOVE ZERO TO WS-CUR-STEP
                   MOVE LC-TIME TO CS-END-TIME
                   COMPUTE CS-ELAPSED = CS-ELAPSED
                       + (WS-OFFSET - WS-CHAIN-OFFSET) / 100
                   MOVE ZERO TO WS-STEP-RC
                   IF LC-RC NOT = SPACES
                       COMPUTE WS-STEP-RC = FUNCTION NUMVAL(LC-RC)
                   END-IF
                   MOVE WS-STEP-RC TO CS-RC
                   IF LC-EVENT(1:7) = 'STOPPED'
                       MOVE 'STOPPED' TO CS-OUTCOME
                   ELSE
                       IF WS-STEP-RC > 0
                           MOVE 'WARNING' TO CS-OUTCOME
                       ELSE
                           MOVE 'OK' TO CS-OUTCOME
                       END-IF
                   END-IF
                   MOVE 'N' TO CS-PAST-WEND
                   IF WS-WINDOW-END NOT = SPACES
                           AND WS-OFFSET > WS-CHAIN-WEND
                       MOVE 'Y' TO CS-PAST-WEND
                   END-IF
               END-IF
           END-IF.
       PROCESS-STEP-LINE.
           MOVE LS-TIME TO WS-CLOCK-TIME.
           PERFORM ADVANCE-CLOCK.
           EVALUATE TRUE
               WHEN LS-EVENT(1:5) = 'START'
                   MOVE 'Y' TO SS-PRESENT(WS-STEP-NO)
                   MOVE LS-PROGRAM TO SS-PROGRAM(WS-STEP-NO)
                   MOVE LS-TIME TO SS-START-TIME(WS-STEP-NO)
                   MOVE SPACES TO SS-END-TIME(WS-STEP-NO)
                   MOVE WS-OFFSET TO SS-START-OFFSET(WS-STEP-NO)
                   MOVE ZERO TO SS-ELAPSED(WS-STEP-NO)
                   MOVE ZERO TO SS-RC(WS-STEP-NO)
                   MOVE ZERO TO SS-READ(WS-STEP-NO)
                   MOVE ZERO TO SS-ACCEPTED(WS-STEP-NO)
                   MOVE 'NO END' TO SS-OUTCOME(WS-STEP-NO)
                   MOVE 'N' TO SS-PAST-WEND(WS-STEP-NO)
                   ADD 1 TO SS-RUNS(WS-STEP-NO)
                   MOVE WS-STEP-NO TO WS-CUR-STEP
               WHEN LS-EVENT(1:3) = 'END'
                   IF SS-PRESENT(WS-STEP-NO) = 'Y'
                       MOVE LS-TIME TO SS-END-TIME(WS-STEP-NO)
                       COMPUTE SS-ELAPSED(WS-STEP-NO) =
                           (WS-OFFSET - SS-START-OFFSET(WS-STEP-NO))
                               / 100
                       MOVE ZERO TO WS-STEP-RC
                       IF LS-RC NOT = SPACES
                           COMPUTE WS-STEP-RC = FUNCTION NUMVAL(LS-RC)
                       END-IF
                       MOVE WS-STEP-RC TO SS-RC(WS-STEP-NO)
                       MOVE LS-OUTCOME TO SS-OUTCOME(WS-STEP-NO)
                       IF WS-WINDOW-END NOT = SPACES
                               AND WS-CHAIN-ACTIVE = 'Y'
                               AND WS-OFFSET > WS-CHAIN-WEND
                           MOVE 'Y' TO SS-PAST-WEND(WS-STEP-NO)
                       END-IF
                   END-IF
                   MOVE ZERO TO WS-CUR-STEP
               WHEN LS-EVENT(1:7) = 'SKIPPED'
                   IF SS-PRESENT(WS-STEP-NO) = 'N'
                       MOVE 'Y' TO SS-PRESENT(WS-STEP-NO)
                       MOVE LS-PROGRAM TO SS-PROGRAM(WS-STEP-NO)
                       MOVE LS-TIME TO SS-START-TIME(WS-STEP-NO)
                       MOVE LS-TIME TO SS-END-TIME(WS-STEP-NO)
                       MOVE LS-OUTCOME TO SS-OUTCOME(WS-STEP-NO)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       PROCESS-CONTROL-LINE.
           IF LN-LABEL = 'RECORDS READ:'
               COMPUTE SS-READ(WS-CUR-STEP) = FUNCTION NUMVAL(LN-COUNT)
           END-IF.
           IF LN-LABEL = 'RECORDS ACCEPTED:'
               COMPUTE SS-ACCEPTED(WS-CUR-STEP) =
                   FUNCTION NUMVAL(LN-COUNT)
           END-IF.
       FLUSH-RUN-DATE.
           ADD 1 TO WS-DATES-LOADED.
           PERFORM COMPUTE-BASELINE.
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
               UNTIL WS-SLOT-IX > 20
               IF SS-PRESENT(WS-SLOT-IX) = 'Y'
                   PERFORM WRITE-STEP-HISTORY
               END-IF
           END-PERFORM.
           IF CS-PRESENT = 'Y'
               PERFORM WRITE-CHAIN-HISTORY
           END-IF.
       COMPUTE-BASELINE.
           PERFORM VARYING WS-BASE-IX FROM 1 BY 1
               UNTIL WS-BASE-IX > 21
               MOVE ZERO TO BS-SUM(WS-BASE-IX)
               MOVE ZERO TO BS-DAYS(WS-BASE-IX)
               MOVE ZERO TO BS-READ-SUM(WS-BASE-IX)
               MOVE ZERO TO BS-READ-DAYS(WS-BASE-IX)
           END-PERFORM.
           MOVE WS-CUR-DATE TO WS-DC-NUM.
           COMPUTE WS-DC-INT =
               FUNCTION INTEGER-OF-DATE(WS-DC-NUM) - WS-BASE-WINDOW.
           COMPUTE WS-DC-NUM = FUNCTION DATE-OF-INTEGER(WS-DC-INT).
           MOVE WS-DC-NUM TO WS-BASE-FROM.
           MOVE WS-BASE-FROM TO SH-RUN-DATE.
           MOVE ZERO TO SH-STEP.
           START STEP-HIST-REC KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE 'N' TO WS-HIST-EOF.
           IF WS-STEP-STATUS NOT = '00'
               MOVE 'Y' TO WS-HIST-EOF
           END-IF.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ STEP-HIST-REC NEXT
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF SH-RUN-DATE >= WS-CUR-DATE
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           PERFORM ACCUMULATE-BASELINE
                       END-IF
               END-READ
           END-PERFORM.
       ACCUMULATE-BASELINE.
           IF SH-STEP <= 20
               COMPUTE WS-BASE-IX = SH-STEP + 1
               IF (SH-OUTCOME = 'OK' OR SH-OUTCOME = 'WARNING')
                       AND SH-ELAPSED > 0
                   ADD SH-ELAPSED TO BS-SUM(WS-BASE-IX)
                   ADD 1 TO BS-DAYS(WS-BASE-IX)
               END-IF
               IF SH-READ > 0
                   ADD SH-READ TO BS-READ-SUM(WS-BASE-IX)
                   ADD 1 TO BS-READ-DAYS(WS-BASE-IX)
               END-IF
           END-IF.
       SET-BASELINE-FIELDS.
           MOVE ZERO TO SH-BASE-AVG.
           MOVE ZERO TO SH-BASE-READ.
           MOVE ZERO TO SH-PCT-OVER.
           MOVE 'N' TO SH-OVER-PCT.
           MOVE BS-DAYS(WS-BASE-IX) TO SH-BASE-DAYS.
           IF BS-DAYS(WS-BASE-IX) > 0
               COMPUTE SH-BASE-AVG ROUNDED =
                   BS-SUM(WS-BASE-IX) / BS-DAYS(WS-BASE-IX)
           END-IF.
           IF BS-READ-DAYS(WS-BASE-IX) > 0
               COMPUTE SH-BASE-READ ROUNDED =
                   BS-READ-SUM(WS-BASE-IX) / BS-READ-DAYS(WS-BASE-IX)
           END-IF.
           IF BS-DAYS(WS-BASE-IX) >= WS-MIN-BASE-DAYS
                   AND SH-BASE-AVG > 0
                   AND (SH-OUTCOME = 'OK' OR SH-OUTCOME = 'WARNING')
               COMPUTE SH-PCT-OVER ROUNDED =
                   (SH-ELAPSED - SH-BASE-AVG) * 100 / SH-BASE-AVG
                   ON SIZE ERROR MOVE 99999.9 TO SH-PCT-OVER
               END-COMPUTE
               IF SH-PCT-OVER > WS-OVER-LIMIT
                   MOVE 'Y' TO SH-OVER-PCT
               END-IF
           END-IF.
       WRITE-STEP-HISTORY.
           MOVE WS-CUR-DATE TO SH-RUN-DATE.
           MOVE WS-SLOT-IX TO SH-STEP.
           MOVE SS-PROGRAM(WS-SLOT-IX) TO SH-PROGRAM.
           MOVE SS-START-TIME(WS-SLOT-IX) TO SH-START-TIME.
           MOVE SS-END-TIME(WS-SLOT-IX) TO SH-END-TIME.
           MOVE SS-ELAPSED(WS-SLOT-IX) TO SH-ELAPSED.
           MOVE SS-RC(WS-SLOT-IX) TO SH-RC.
           MOVE SS-OUTCOME(WS-SLOT-IX) TO SH-OUTCOME.
           MOVE SS-RUNS(WS-SLOT-IX) TO SH-RUNS.
           MOVE SS-READ(WS-SLOT-IX) TO SH-READ.
           MOVE SS-ACCEPTED(WS-SLOT-IX) TO SH-ACCEPTED.
           MOVE SS-PAST-WEND(WS-SLOT-IX) TO SH-PAST-WEND.
           COMPUTE WS-BASE-IX = WS-SLOT-IX + 1.
           PERFORM SET-BASELINE-FIELDS.
           PERFORM PUT-STEP-HISTORY.
       WRITE-CHAIN-HISTORY.
           MOVE WS-CUR-DATE TO SH-RUN-DATE.
           MOVE ZERO TO SH-STEP.
           MOVE 'COVID00 ' TO SH-PROGRAM.
           MOVE CS-START-TIME TO SH-START-TIME.
           MOVE CS-END-TIME TO SH-END-TIME.
           MOVE CS-ELAPSED TO SH-ELAPSED.
           MOVE CS-RC TO SH-RC.
           MOVE CS-OUTCOME TO SH-OUTCOME.
           MOVE CS-RUNS TO SH-RUNS.
           MOVE ZERO TO SH-READ.
           MOVE ZERO TO SH-ACCEPTED.
           MOVE CS-PAST-WEND TO SH-PAST-WEND.
           MOVE 1 TO WS-BASE-IX.
           PERFORM SET-BASELINE-FIELDS.
           PERFORM PUT-STEP-HISTORY.
       PUT-STEP-HISTORY.
           WRITE STEP-HIST-RECORD
               INVALID KEY
                   REWRITE STEP-HIST-RECORD
           END-WRITE.
           ADD 1 TO WS-HIST-WRITTEN.
       FORMAT-ELAPSED.
           COMPUTE WS-FMT-SECS = WS-FMT-HUND / 100.
           COMPUTE WS-FMT-HH = WS-FMT-SECS / 3600.
           COMPUTE WS-FMT-MI =
               (WS-FMT-SECS - WS-FMT-HH * 3600) / 60.
           COMPUTE WS-FMT-SS =
               WS-FMT-SECS - WS-FMT-HH * 3600 - WS-FMT-MI * 60.
       WRITE-REPORT-HEADER.
           MOVE WS-REPORT-DATE TO TH-DATE.
           MOVE WS-RUN-DATE TO TS-DATE.
           MOVE WS-RUN-TIME TO TS-TIME.
           MOVE WS-OVER-LIMIT TO TP-OVER.
           IF WS-WINDOW-END = SPACES
               MOVE 'NONE' TO TP-WEND
           ELSE
               MOVE SPACES TO TP-WEND
               STRING WS-WINDOW-END(1:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      WS-WINDOW-END(3:2) DELIMITED BY SIZE
                   INTO TP-WEND
               END-STRING
           END-IF.
           WRITE TIMING-LINE FROM RULER.
           WRITE TIMING-LINE FROM TIMING-HDR.
           WRITE TIMING-LINE FROM TIMING-STAMP.
           WRITE TIMING-LINE FROM TIMING-PARMS.
           WRITE TIMING-LINE FROM RULER.
           WRITE TIMING-LINE FROM TIMING-COL-HDR.
       WRITE-REPORT-DATE.
           MOVE WS-REPORT-DATE TO SH-RUN-DATE.
           MOVE 1 TO SH-STEP.
           START STEP-HIST-REC KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE 'N' TO WS-HIST-EOF.
           IF WS-STEP-STATUS NOT = '00' OR WS-REPORT-DATE = SPACES
               MOVE 'Y' TO WS-HIST-EOF
           END-IF.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ STEP-HIST-REC NEXT
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF SH-RUN-DATE NOT = WS-REPORT-DATE
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           PERFORM WRITE-STEP-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-REPORT-DATE TO SH-RUN-DATE.
           MOVE ZERO TO SH-STEP.
           READ STEP-HIST-REC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-STEP-STATUS = '00' AND WS-REPORT-DATE NOT = SPACES
               WRITE TIMING-LINE FROM RULER
               PERFORM WRITE-STEP-DETAIL
               IF SH-OVER-PCT = 'Y' OR SH-PAST-WEND = 'Y'
                   ADD 1 TO WS-CHAIN-OVERRUNS
               END-IF
           ELSE
               WRITE TIMING-LINE FROM TIMING-NONE-LINE
           END-IF.
       WRITE-STEP-DETAIL.
           IF SH-STEP > 0
               ADD 1 TO WS-STEPS-REPORTED
               IF SH-OVER-PCT = 'Y' OR SH-PAST-WEND = 'Y'
                   ADD 1 TO WS-STEP-OVERRUNS
               END-IF
               MOVE SH-STEP TO TD-STEP
               MOVE SH-PROGRAM TO TD-PROGRAM
           ELSE
               MOVE 'CH' TO TD-STEP
               MOVE 'CHAIN' TO TD-PROGRAM
           END-IF.
           IF SH-END-TIME IS NUMERIC
               MOVE SPACES TO TD-END
               STRING SH-END-TIME(1:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      SH-END-TIME(3:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      SH-END-TIME(5:2) DELIMITED BY SIZE
                   INTO TD-END
               END-STRING
           ELSE
               MOVE SPACES TO TD-END
           END-IF.
           COMPUTE WS-FMT-HUND = SH-ELAPSED * 100.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-FMT-HMS TO TD-ELAPSED.
           IF SH-BASE-DAYS > 0
               COMPUTE WS-FMT-HUND = SH-BASE-AVG * 100
               PERFORM FORMAT-ELAPSED
               MOVE WS-FMT-HMS TO TD-AVG
           ELSE
               MOVE '  NONE' TO TD-AVG
           END-IF.
           IF SH-BASE-DAYS >= WS-MIN-BASE-DAYS AND SH-BASE-AVG > 0
                   AND (SH-OUTCOME = 'OK' OR SH-OUTCOME = 'WARNING')
               MOVE SH-PCT-OVER TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO TD-PCT
           ELSE
               MOVE '    N/A' TO TD-PCT
           END-IF.
           MOVE SH-RC TO TD-RC.
           MOVE SH-OUTCOME TO TD-OUTCOME.
           MOVE SPACES TO TD-FLAG.
           IF SH-OVER-PCT = 'Y' AND SH-PAST-WEND = 'Y'
               MOVE '** OVERRUN+WINDOW' TO TD-FLAG
           ELSE
               IF SH-OVER-PCT = 'Y'
                   MOVE '** OVERRUN' TO TD-FLAG
               END-IF
               IF SH-PAST-WEND = 'Y'
                   MOVE '** PAST WINDOW END' TO TD-FLAG
               END-IF
           END-IF.
           WRITE TIMING-LINE FROM TIMING-DETAIL.
           IF SH-PROGRAM = 'COVID01 ' AND SH-STEP > 0
               MOVE SH-READ TO TV-READ
               MOVE SH-ACCEPTED TO TV-ACCEPTED
               MOVE SH-BASE-READ TO TV-AVG-READ
               WRITE TIMING-LINE FROM TIMING-VOLUME-LINE
           END-IF.
       WRITE-REPORT-TRAILER.
           WRITE TIMING-LINE FROM RULER.
           MOVE 'RUNLOG LINES READ:' TO TC-LABEL.
           MOVE WS-LINES-READ TO TC-COUNT.
           WRITE TIMING-LINE FROM TIMING-COUNT-LINE.
           MOVE 'CHAIN RUNS FOUND:' TO TC-LABEL.
           MOVE WS-CHAIN-RUNS TO TC-COUNT.
           WRITE TIMING-LINE FROM TIMING-COUNT-LINE.
           MOVE 'RUN DATES LOADED:' TO TC-LABEL.
           MOVE WS-DATES-LOADED TO TC-COUNT.
           WRITE TIMING-LINE FROM TIMING-COUNT-LINE.
           MOVE 'STEP HISTORY RECORDS WRITTEN:' TO TC-LABEL.
           MOVE WS-HIST-WRITTEN TO TC-COUNT.
           WRITE TIMING-LINE FROM TIMING-COUNT-LINE.
           MOVE 'STEPS REPORTED:' TO TC-LABEL.
           MOVE WS-STEPS-REPORTED TO TC-COUNT.
           WRITE TIMING-LINE FROM TIMING-COUNT-LINE.
           MOVE 'STEP OVERRUNS:' TO TC-LABEL.
           MOVE WS-STEP-OVERRUNS TO TC-COUNT.
           WRITE TIMING-LINE FROM TIMING-COUNT-LINE.
           MOVE 'CHAIN OVERRUNS:' TO TC-LABEL.
           MOVE WS-CHAIN-OVERRUNS TO TC-COUNT.
           WRITE TIMING-LINE FROM TIMING-COUNT-LINE.
           IF WS-STEP-OVERRUNS > 0 OR WS-CHAIN-OVERRUNS > 0
               WRITE TIMING-LINE FROM TIMING-WARN-LINE
           ELSE
               WRITE TIMING-LINE FROM TIMING-OK-LINE
           END-IF.
           WRITE TIMING-LINE FROM RULER.
