       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID18.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HISTORY-REC ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT PERIOD-CTL-REC ASSIGN TO PERDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERD-STATUS.
           SELECT PERIOD-SUMM-REC ASSIGN TO PERDSUMM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT CLOSE-REC ASSIGN TO CLOSERPT.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-REC
           RECORDING MODE F.
       01 PARM-LINE PIC X(20).
       FD HISTORY-REC
           RECORDING MODE F.
       01 HISTORY-RECORD.
           05 HIST-KEY.
              10 HIST-CODE PIC X(2).
              10 HIST-DATE PIC X(10).
           05 HIST-CASE-NEW PIC 9(9).
           05 HIST-CASE-TOT PIC 9(9).
           05 HIST-DEATH-NEW PIC 9(9).
           05 HIST-DEATH-TOT PIC 9(9).
           05 HIST-RECVD-NEW PIC 9(9).
           05 HIST-RECVD-TOT PIC 9(9).
       FD CNTRY-MASTER
           RECORDING MODE F.
       01 CNTRY-MASTER-RECORD.
           05 CM-CODE PIC X(2).
           05 CM-NAME PIC X(44).
           05 CM-POPULATION PIC 9(9).
           05 CM-HOSP-BEDS PIC 9(7).
           05 CM-ICU-BEDS PIC 9(7).
           05 CM-REGION PIC X(20).
           05 CM-ON-MASTER PIC X.
           05 CM-STATUS PIC X.
           05 CM-NEW-CODE PIC X(2).
           05 CM-STATUS-DATE PIC X(8).
           05 CM-LAST-SEEN PIC X(16).
       FD PERIOD-CTL-REC
           RECORDING MODE F.
       01 PERIOD-CTL-RECORD.
           05 PC-PERIOD PIC X(7).
           05 PC-STATUS PIC X.
           05 PC-CLOSE-DATE PIC X(8).
           05 PC-CLOSE-TIME PIC X(8).
           05 PC-CLOSE-COUNT PIC 9(3).
           05 PC-COUNTRIES PIC 9(5).
           05 PC-REGIONS PIC 9(3).
           05 PC-HIST-RECS PIC 9(7).
           05 PC-HASH-CASE-NEW PIC 9(13).
       FD PERIOD-SUMM-REC
           RECORDING MODE F.
       01 PERIOD-SUMM-RECORD.
           05 PS-KEY.
              10 PS-PERIOD PIC X(7).
              10 PS-LEVEL PIC X.
              10 PS-ID PIC X(20).
           05 PS-COUNTRIES PIC 9(5).
           05 PS-DAYS PIC 9(3).
           05 PS-LAST-DATE PIC X(10).
           05 PS-CASE-NEW PIC 9(11).
           05 PS-DEATH-NEW PIC 9(11).
           05 PS-RECVD-NEW PIC 9(11).
           05 PS-CASE-TOT PIC 9(11).
           05 PS-DEATH-TOT PIC 9(11).
           05 PS-RECVD-TOT PIC 9(11).
           05 PS-CLOSE-DATE PIC X(8).
           05 PS-CLOSE-TIME PIC X(8).
       FD CLOSE-REC
           RECORDING MODE F.
       01 CLOSE-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-PERD-STATUS PIC XX VALUE ZEROS.
       01 WS-SUMM-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
       01 WS-SUMM-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-RUN-PERIOD PIC X(7) VALUE SPACES.
       01 WS-CLOSE-PERIOD PIC X(7) VALUE SPACES.
       01 WS-RECLOSE PIC X VALUE 'N'.
       01 WS-ALREADY-CLOSED PIC X VALUE 'N'.
       01 WS-PRIOR-CLOSE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-NUM.
           05 WS-PERIOD-YEAR PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-CURRENT-REGION PIC X(20) VALUE SPACES.
       01 REGION-SUMM-TABLE.
           05 REGION-SUMM-ENTRY OCCURS 50 TIMES.
              10 RS-REGION PIC X(20).
              10 RS-COUNTRIES PIC 9(5).
              10 RS-LAST-DATE PIC X(10).
              10 RS-CASE-NEW PIC 9(11).
              10 RS-DEATH-NEW PIC 9(11).
              10 RS-RECVD-NEW PIC 9(11).
              10 RS-CASE-TOT PIC 9(11).
              10 RS-DEATH-TOT PIC 9(11).
              10 RS-RECVD-TOT PIC 9(11).
       01 REGION-SUMM-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RS-IX PIC 9(2).
       01 COUNTRY-SUMM.
           05 CS-CODE PIC X(2) VALUE SPACES.
           05 CS-DAYS PIC 9(3) VALUE ZERO.
           05 CS-LAST-DATE PIC X(10) VALUE SPACES.
           05 CS-CASE-NEW PIC 9(11) VALUE ZERO.
           05 CS-DEATH-NEW PIC 9(11) VALUE ZERO.
           05 CS-RECVD-NEW PIC 9(11) VALUE ZERO.
           05 CS-CASE-TOT PIC 9(11) VALUE ZERO.
           05 CS-DEATH-TOT PIC 9(11) VALUE ZERO.
           05 CS-RECVD-TOT PIC 9(11) VALUE ZERO.
       01 WORLD-SUMM.
           05 WS-W-COUNTRIES PIC 9(5) VALUE ZERO.
           05 WS-W-CASE-NEW PIC 9(13) VALUE ZERO.
           05 WS-W-DEATH-NEW PIC 9(13) VALUE ZERO.
           05 WS-W-RECVD-NEW PIC 9(13) VALUE ZERO.
           05 WS-W-CASE-TOT PIC 9(13) VALUE ZERO.
       01 WS-HIST-READ PIC 9(7) VALUE ZERO.
       01 WS-HIST-IN-PERIOD PIC 9(7) VALUE ZERO.
       01 WS-DAYS-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-COUNTRIES-CLOSED PIC 9(5) VALUE ZERO.
       01 WS-REGIONS-CLOSED PIC 9(3) VALUE ZERO.
       01 WS-SUMM-WRITTEN PIC 9(5) VALUE ZERO.
       01 WS-SUMM-REPLACED PIC 9(5) VALUE ZERO.
       01 WS-SUMM-OVERFLOW PIC 9(5) VALUE ZERO.
       01 WS-SUMM-COMMITTED PIC X VALUE 'N'.
       01 SUMM-HOLD-TABLE.
           05 SUMM-HOLD-ENTRY OCCURS 400 TIMES.
              10 SH-RECORD PIC X(128).
       01 SUMM-HOLD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SH-IX PIC 9(3).
       01 WS-REGION-OVERFLOW PIC 9(5) VALUE ZERO.
       01 WS-REGION-CASE-NEW PIC 9(13) VALUE ZERO.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 CLOSE-HDR PIC X(80) VALUE
           'MONTH-END CLOSE - CLOSED PERIOD SUMMARY'.
       01 CLOSE-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 CL-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 CL-TIME PIC X(8).
           05 FILLER PIC X(46) VALUE SPACES.
       01 CLOSE-PERIOD-LINE.
           05 FILLER PIC X(8) VALUE 'PERIOD: '.
           05 CP-PERIOD PIC X(7).
           05 FILLER PIC X(8) VALUE '  MODE: '.
           05 CP-MODE PIC X(7).
           05 FILLER PIC X(50) VALUE SPACES.
       01 CLOSE-COUNTRY-HDR PIC X(80) VALUE
           'COUNTRY SUMMARIES'.
       01 CLOSE-COUNTRY-COL-HDR.
           05 FILLER PIC X(10) VALUE 'CODE  DAYS'.
           05 FILLER PIC X(13) VALUE '    NEW CASES'.
           05 FILLER PIC X(13) VALUE '   NEW DEATHS'.
           05 FILLER PIC X(13) VALUE '    NEW RECVD'.
           05 FILLER PIC X(13) VALUE '    CASES TOT'.
           05 FILLER PIC X(12) VALUE '  LAST DATE'.
           05 FILLER PIC X(6) VALUE SPACES.
       01 CLOSE-COUNTRY-DETAIL.
           05 CD-CODE PIC X(2).
           05 FILLER PIC X(5) VALUE SPACES.
           05 CD-DAYS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-CASE-NEW PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-DEATH-NEW PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-RECVD-NEW PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-CASE-TOT PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-LAST-DATE PIC X(10).
           05 FILLER PIC X(6) VALUE SPACES.
       01 CLOSE-REGION-HDR PIC X(80) VALUE
           'REGION SUMMARIES'.
       01 CLOSE-REGION-COL-HDR.
           05 FILLER PIC X(20) VALUE 'REGION'.
           05 FILLER PIC X(5) VALUE ' CTRY'.
           05 FILLER PIC X(13) VALUE '    NEW CASES'.
           05 FILLER PIC X(13) VALUE '   NEW DEATHS'.
           05 FILLER PIC X(13) VALUE '    NEW RECVD'.
           05 FILLER PIC X(13) VALUE '    CASES TOT'.
           05 FILLER PIC X(3) VALUE SPACES.
       01 CLOSE-REGION-DETAIL.
           05 RD-REGION PIC X(20).
           05 RD-COUNTRIES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CASE-NEW PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-DEATH-NEW PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RECVD-NEW PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-CASE-TOT PIC ZZZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
       01 CLOSE-NONE-LINE PIC X(80) VALUE
           '  NONE'.
       01 CLOSE-COUNT-LINE.
           05 CC-LABEL PIC X(30).
           05 CC-COUNT PIC ZZZZZZZZZZZZ9.
           05 FILLER PIC X(37) VALUE SPACES.
       01 CLOSE-BALANCE-OK PIC X(80) VALUE
           'BALANCE: HISTORY = COUNTRY SUMMARIES = REGION SUMMARIES'.
       01 CLOSE-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: PERIOD NOT MARKED CLOSED'.
       01 CLOSE-DONE-LINE.
           05 FILLER PIC X(7) VALUE 'PERIOD '.
           05 CX-PERIOD PIC X(7).
           05 CX-TEXT PIC X(66).
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-PERIOD.
           STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-RUN-DATE(5:2) DELIMITED BY SIZE
               INTO WS-RUN-PERIOD
           END-STRING.
           PERFORM LOAD-PARM.
           IF WS-CLOSE-PERIOD = SPACES
               PERFORM DEFAULT-CLOSE-PERIOD
           END-IF.
           IF WS-CLOSE-PERIOD(1:4) IS NOT NUMERIC
                   OR WS-CLOSE-PERIOD(5:1) NOT = '-'
                   OR WS-CLOSE-PERIOD(6:2) IS NOT NUMERIC
                   OR WS-CLOSE-PERIOD(6:2) < '01'
                   OR WS-CLOSE-PERIOD(6:2) > '12'
               DISPLAY 'COVID18: INVALID MNTH= CARD ' WS-CLOSE-PERIOD
                   ' - CLOSE SUPPRESSED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CLOSE-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY 'COVID18: PERIOD ' WS-CLOSE-PERIOD
                   ' HAS NOT ENDED - CLOSE SUPPRESSED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTORY-REC.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'COVID18: HISTFILE OPEN FAILED, STATUS '
                   WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PERIOD-CTL-REC.
           IF WS-PERD-STATUS = '35'
               OPEN OUTPUT PERIOD-CTL-REC
               CLOSE PERIOD-CTL-REC
               OPEN I-O PERIOD-CTL-REC
           END-IF.
           IF WS-PERD-STATUS NOT = '00'
               DISPLAY 'COVID18: PERDCTL OPEN FAILED, STATUS '
                   WS-PERD-STATUS
               CLOSE HISTORY-REC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-PERIOD-STATUS.
           IF WS-ALREADY-CLOSED = 'Y' AND WS-RECLOSE = 'N'
               DISPLAY 'COVID18: PERIOD ' WS-CLOSE-PERIOD
                   ' ALREADY CLOSED - RUN SUPPRESSED'
               DISPLAY 'COVID18: SUPPLY MODE=RECLOSE TO REBUILD'
               CLOSE HISTORY-REC
               CLOSE PERIOD-CTL-REC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PERIOD-SUMM-REC.
           IF WS-SUMM-STATUS = '35'
               OPEN OUTPUT PERIOD-SUMM-REC
               CLOSE PERIOD-SUMM-REC
               OPEN I-O PERIOD-SUMM-REC
           END-IF.
           IF WS-SUMM-STATUS NOT = '00'
               DISPLAY 'COVID18: PERDSUMM OPEN FAILED, STATUS '
                   WS-SUMM-STATUS
               CLOSE HISTORY-REC
               CLOSE PERIOD-CTL-REC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           OPEN OUTPUT CLOSE-REC.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SUMMARIZE-HISTORY.
           PERFORM WRITE-REGION-SUMMARIES.
           PERFORM CHECK-CLOSE-BALANCE.
           IF WS-BALANCED = 'Y' AND WS-HIST-IN-PERIOD > 0
               MOVE 'Y' TO WS-SUMM-COMMITTED
               PERFORM CLEAR-PRIOR-SUMMARIES
               PERFORM WRITE-HELD-SUMMARIES
           END-IF.
           PERFORM WRITE-REPORT-TRAILER.
           IF WS-BALANCED = 'Y' AND WS-HIST-IN-PERIOD > 0
               PERFORM MARK-PERIOD-CLOSED
           END-IF.
           IF WS-SUMM-COMMITTED = 'Y' AND WS-ALREADY-CLOSED = 'Y'
                   AND WS-SUMM-WRITTEN NOT = SUMM-HOLD-COUNT
               PERFORM REOPEN-PERIOD
           END-IF.
           CLOSE HISTORY-REC.
           CLOSE PERIOD-CTL-REC.
           CLOSE PERIOD-SUMM-REC.
           CLOSE CLOSE-REC.
           DISPLAY 'COVID18: PERIOD ' WS-CLOSE-PERIOD
               ' COUNTRIES ' WS-COUNTRIES-CLOSED
               ' REGIONS ' WS-REGIONS-CLOSED.
           IF WS-BALANCED = 'N' OR WS-HIST-IN-PERIOD = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CNTRY-OPEN = 'Y'
               CLOSE CNTRY-MASTER
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
                           IF WS-PARM-KEY = 'MNTH'
                               MOVE WS-PARM-VALUE(1:7)
                                   TO WS-CLOSE-PERIOD
                           END-IF
                           IF WS-PARM-KEY = 'MODE'
                                   AND WS-PARM-VALUE(1:7) = 'RECLOSE'
                               MOVE 'Y' TO WS-RECLOSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-REC
           END-IF.
       DEFAULT-CLOSE-PERIOD.
           MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           STRING WS-PERIOD-YEAR  DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-PERIOD-MONTH DELIMITED BY SIZE
               INTO WS-CLOSE-PERIOD
           END-STRING.
       CHECK-PERIOD-STATUS.
           MOVE 'N' TO WS-ALREADY-CLOSED.
           MOVE ZERO TO WS-PRIOR-CLOSE-COUNT.
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD.
           READ PERIOD-CTL-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PC-CLOSE-COUNT TO WS-PRIOR-CLOSE-COUNT
                   IF PC-STATUS = 'C'
                       MOVE 'Y' TO WS-ALREADY-CLOSED
                   END-IF
           END-READ.
       GET-COUNTRY-MASTER.
           MOVE 'N' TO WS-CM-FOUND.
           IF WS-CNTRY-OPEN = 'Y'
               MOVE WS-CM-CODE TO CM-CODE
               READ CNTRY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-STATUS = 'A'
                           MOVE 'Y' TO WS-CM-FOUND
                       END-IF
               END-READ
           END-IF.
       CLEAR-PRIOR-SUMMARIES.
           MOVE WS-CLOSE-PERIOD TO PS-PERIOD.
           MOVE LOW-VALUES TO PS-LEVEL.
           MOVE LOW-VALUES TO PS-ID.
           START PERIOD-SUMM-REC KEY IS NOT LESS THAN PS-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE 'N' TO WS-SUMM-EOF.
           IF WS-SUMM-STATUS NOT = '00'
               MOVE 'Y' TO WS-SUMM-EOF
           END-IF.
           PERFORM UNTIL WS-SUMM-EOF = 'Y'
               READ PERIOD-SUMM-REC NEXT
                   AT END MOVE 'Y' TO WS-SUMM-EOF
                   NOT AT END
                       IF PS-PERIOD = WS-CLOSE-PERIOD
                           DELETE PERIOD-SUMM-REC
                           ADD 1 TO WS-SUMM-REPLACED
                       ELSE
                           MOVE 'Y' TO WS-SUMM-EOF
                       END-IF
               END-READ
           END-PERFORM.
       SUMMARIZE-HISTORY.
           WRITE CLOSE-LINE FROM CLOSE-COUNTRY-HDR.
           WRITE CLOSE-LINE FROM CLOSE-COUNTRY-COL-HDR.
           MOVE LOW-VALUES TO HIST-KEY.
           START HISTORY-REC KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'Y' TO WS-HIST-EOF
           END-IF.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTORY-REC NEXT
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF HIST-DATE(1:7) = WS-CLOSE-PERIOD
                           PERFORM ACCUMULATE-COUNTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF CS-CODE NOT = SPACES
               PERFORM CLOSE-COUNTRY
           END-IF.
           IF WS-COUNTRIES-CLOSED = ZERO
               WRITE CLOSE-LINE FROM CLOSE-NONE-LINE
           END-IF.
           WRITE CLOSE-LINE FROM RULER.
       ACCUMULATE-COUNTRY.
           IF HIST-CODE NOT = CS-CODE
               IF CS-CODE NOT = SPACES
                   PERFORM CLOSE-COUNTRY
               END-IF
               MOVE HIST-CODE TO CS-CODE
               MOVE ZERO TO CS-DAYS
               MOVE ZERO TO CS-CASE-NEW
               MOVE ZERO TO CS-DEATH-NEW
               MOVE ZERO TO CS-RECVD-NEW
           END-IF.
           ADD 1 TO WS-HIST-IN-PERIOD.
           ADD 1 TO CS-DAYS.
           ADD HIST-CASE-NEW TO CS-CASE-NEW.
           ADD HIST-DEATH-NEW TO CS-DEATH-NEW.
           ADD HIST-RECVD-NEW TO CS-RECVD-NEW.
           MOVE HIST-DATE TO CS-LAST-DATE.
           MOVE HIST-CASE-TOT TO CS-CASE-TOT.
           MOVE HIST-DEATH-TOT TO CS-DEATH-TOT.
           MOVE HIST-RECVD-TOT TO CS-RECVD-TOT.
       CLOSE-COUNTRY.
           ADD 1 TO WS-COUNTRIES-CLOSED.
           ADD CS-DAYS TO WS-DAYS-TOTAL.
           MOVE SPACES TO PERIOD-SUMM-RECORD.
           MOVE WS-CLOSE-PERIOD TO PS-PERIOD.
           MOVE 'C' TO PS-LEVEL.
           MOVE CS-CODE TO PS-ID.
           MOVE 1 TO PS-COUNTRIES.
           MOVE CS-DAYS TO PS-DAYS.
           MOVE CS-LAST-DATE TO PS-LAST-DATE.
           MOVE CS-CASE-NEW TO PS-CASE-NEW.
           MOVE CS-DEATH-NEW TO PS-DEATH-NEW.
           MOVE CS-RECVD-NEW TO PS-RECVD-NEW.
           MOVE CS-CASE-TOT TO PS-CASE-TOT.
           MOVE CS-DEATH-TOT TO PS-DEATH-TOT.
           MOVE CS-RECVD-TOT TO PS-RECVD-TOT.
           PERFORM PUT-PERIOD-SUMMARY.
           MOVE CS-CODE TO CD-CODE.
           MOVE CS-DAYS TO CD-DAYS.
           MOVE CS-CASE-NEW TO CD-CASE-NEW.
           MOVE CS-DEATH-NEW TO CD-DEATH-NEW.
           MOVE CS-RECVD-NEW TO CD-RECVD-NEW.
           MOVE CS-CASE-TOT TO CD-CASE-TOT.
           MOVE CS-LAST-DATE TO CD-LAST-DATE.
           WRITE CLOSE-LINE FROM CLOSE-COUNTRY-DETAIL.
           ADD 1 TO WS-W-COUNTRIES.
           ADD CS-CASE-NEW TO WS-W-CASE-NEW.
           ADD CS-DEATH-NEW TO WS-W-DEATH-NEW.
           ADD CS-RECVD-NEW TO WS-W-RECVD-NEW.
           ADD CS-CASE-TOT TO WS-W-CASE-TOT.
           PERFORM ACCUMULATE-REGION.
       ACCUMULATE-REGION.
           PERFORM FIND-REGION.
           PERFORM VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > REGION-SUMM-COUNT
               IF RS-REGION(WS-RS-IX) = WS-CURRENT-REGION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RS-IX > REGION-SUMM-COUNT
               IF REGION-SUMM-COUNT < 50
                   ADD 1 TO REGION-SUMM-COUNT
                   MOVE REGION-SUMM-COUNT TO WS-RS-IX
                   MOVE WS-CURRENT-REGION TO RS-REGION(WS-RS-IX)
                   MOVE ZERO TO RS-COUNTRIES(WS-RS-IX)
                   MOVE SPACES TO RS-LAST-DATE(WS-RS-IX)
                   MOVE ZERO TO RS-CASE-NEW(WS-RS-IX)
                   MOVE ZERO TO RS-DEATH-NEW(WS-RS-IX)
                   MOVE ZERO TO RS-RECVD-NEW(WS-RS-IX)
                   MOVE ZERO TO RS-CASE-TOT(WS-RS-IX)
                   MOVE ZERO TO RS-DEATH-TOT(WS-RS-IX)
                   MOVE ZERO TO RS-RECVD-TOT(WS-RS-IX)
               ELSE
                   ADD 1 TO WS-REGION-OVERFLOW
               END-IF
           END-IF.
           IF WS-RS-IX <= REGION-SUMM-COUNT
               ADD 1 TO RS-COUNTRIES(WS-RS-IX)
               IF CS-LAST-DATE > RS-LAST-DATE(WS-RS-IX)
                   MOVE CS-LAST-DATE TO RS-LAST-DATE(WS-RS-IX)
               END-IF
               ADD CS-CASE-NEW TO RS-CASE-NEW(WS-RS-IX)
               ADD CS-DEATH-NEW TO RS-DEATH-NEW(WS-RS-IX)
               ADD CS-RECVD-NEW TO RS-RECVD-NEW(WS-RS-IX)
               ADD CS-CASE-TOT TO RS-CASE-TOT(WS-RS-IX)
               ADD CS-DEATH-TOT TO RS-DEATH-TOT(WS-RS-IX)
               ADD CS-RECVD-TOT TO RS-RECVD-TOT(WS-RS-IX)
           END-IF.
       FIND-REGION.
           MOVE 'UNKNOWN' TO WS-CURRENT-REGION.
           MOVE CS-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-REGION NOT = SPACES
               MOVE CM-REGION TO WS-CURRENT-REGION
           END-IF.
       WRITE-REGION-SUMMARIES.
           WRITE CLOSE-LINE FROM CLOSE-REGION-HDR.
           WRITE CLOSE-LINE FROM CLOSE-REGION-COL-HDR.
           PERFORM VARYING WS-RS-IX FROM 1 BY 1
               UNTIL WS-RS-IX > REGION-SUMM-COUNT
               PERFORM CLOSE-REGION
           END-PERFORM.
           IF REGION-SUMM-COUNT = ZERO
               WRITE CLOSE-LINE FROM CLOSE-NONE-LINE
           END-IF.
           MOVE 'WORLD' TO RD-REGION.
           MOVE WS-W-COUNTRIES TO RD-COUNTRIES.
           MOVE WS-W-CASE-NEW TO RD-CASE-NEW.
           MOVE WS-W-DEATH-NEW TO RD-DEATH-NEW.
           MOVE WS-W-RECVD-NEW TO RD-RECVD-NEW.
           MOVE WS-W-CASE-TOT TO RD-CASE-TOT.
           WRITE CLOSE-LINE FROM CLOSE-REGION-DETAIL.
       CLOSE-REGION.
           ADD 1 TO WS-REGIONS-CLOSED.
           ADD RS-CASE-NEW(WS-RS-IX) TO WS-REGION-CASE-NEW.
           MOVE SPACES TO PERIOD-SUMM-RECORD.
           MOVE WS-CLOSE-PERIOD TO PS-PERIOD.
           MOVE 'R' TO PS-LEVEL.
           MOVE RS-REGION(WS-RS-IX) TO PS-ID.
           MOVE RS-COUNTRIES(WS-RS-IX) TO PS-COUNTRIES.
           MOVE ZERO TO PS-DAYS.
           MOVE RS-LAST-DATE(WS-RS-IX) TO PS-LAST-DATE.
           MOVE RS-CASE-NEW(WS-RS-IX) TO PS-CASE-NEW.
           MOVE RS-DEATH-NEW(WS-RS-IX) TO PS-DEATH-NEW.
           MOVE RS-RECVD-NEW(WS-RS-IX) TO PS-RECVD-NEW.
           MOVE RS-CASE-TOT(WS-RS-IX) TO PS-CASE-TOT.
           MOVE RS-DEATH-TOT(WS-RS-IX) TO PS-DEATH-TOT.
           MOVE RS-RECVD-TOT(WS-RS-IX) TO PS-RECVD-TOT.
           PERFORM PUT-PERIOD-SUMMARY.
           MOVE RS-REGION(WS-RS-IX) TO RD-REGION.
           MOVE RS-COUNTRIES(WS-RS-IX) TO RD-COUNTRIES.
           MOVE RS-CASE-NEW(WS-RS-IX) TO RD-CASE-NEW.
           MOVE RS-DEATH-NEW(WS-RS-IX) TO RD-DEATH-NEW.
           MOVE RS-RECVD-NEW(WS-RS-IX) TO RD-RECVD-NEW.
           MOVE RS-CASE-TOT(WS-RS-IX) TO RD-CASE-TOT.
           WRITE CLOSE-LINE FROM CLOSE-REGION-DETAIL.
       PUT-PERIOD-SUMMARY.
           MOVE WS-RUN-DATE TO PS-CLOSE-DATE.
           MOVE WS-RUN-TIME TO PS-CLOSE-TIME.
           IF SUMM-HOLD-COUNT < 400
               ADD 1 TO SUMM-HOLD-COUNT
               MOVE PERIOD-SUMM-RECORD TO SH-RECORD(SUMM-HOLD-COUNT)
           ELSE
               ADD 1 TO WS-SUMM-OVERFLOW
           END-IF.
       WRITE-HELD-SUMMARIES.
           PERFORM VARYING WS-SH-IX FROM 1 BY 1
               UNTIL WS-SH-IX > SUMM-HOLD-COUNT
               MOVE SH-RECORD(WS-SH-IX) TO PERIOD-SUMM-RECORD
               WRITE PERIOD-SUMM-RECORD
                   INVALID KEY
                       REWRITE PERIOD-SUMM-RECORD
               END-WRITE
               IF WS-SUMM-STATUS = '00' OR WS-SUMM-STATUS = '02'
                   ADD 1 TO WS-SUMM-WRITTEN
               ELSE
                   DISPLAY 'COVID18: PERDSUMM WRITE FAILED, STATUS '
                       WS-SUMM-STATUS ' KEY ' PS-KEY
                   MOVE 'N' TO WS-BALANCED
               END-IF
           END-PERFORM.
       MARK-PERIOD-CLOSED.
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD.
           MOVE 'C' TO PC-STATUS.
           MOVE WS-RUN-DATE TO PC-CLOSE-DATE.
           MOVE WS-RUN-TIME TO PC-CLOSE-TIME.
           COMPUTE PC-CLOSE-COUNT = WS-PRIOR-CLOSE-COUNT + 1.
           MOVE WS-COUNTRIES-CLOSED TO PC-COUNTRIES.
           MOVE WS-REGIONS-CLOSED TO PC-REGIONS.
           MOVE WS-HIST-IN-PERIOD TO PC-HIST-RECS.
           MOVE WS-W-CASE-NEW TO PC-HASH-CASE-NEW.
           WRITE PERIOD-CTL-RECORD
               INVALID KEY
                   REWRITE PERIOD-CTL-RECORD
           END-WRITE.
           MOVE WS-CLOSE-PERIOD TO CX-PERIOD.
           IF WS-PERD-STATUS = '00' OR WS-PERD-STATUS = '02'
               MOVE ' MARKED CLOSED ON PERIOD CONTROL FILE' TO CX-TEXT
           ELSE
               MOVE ' PERIOD CONTROL UPDATE FAILED' TO CX-TEXT
               MOVE 'N' TO WS-BALANCED
           END-IF.
           WRITE CLOSE-LINE FROM CLOSE-DONE-LINE.
           WRITE CLOSE-LINE FROM RULER.
       REOPEN-PERIOD.
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD.
           READ PERIOD-CTL-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO PC-STATUS
                   REWRITE PERIOD-CTL-RECORD
                   END-REWRITE
           END-READ.
           MOVE WS-CLOSE-PERIOD TO CX-PERIOD.
           IF WS-PERD-STATUS = '00'
               MOVE ' REOPENED - SUMMARIES INCOMPLETE, RUN CLOSE AGAIN'
                   TO CX-TEXT
           ELSE
               MOVE ' REOPEN FAILED - SUMMARIES INCOMPLETE' TO CX-TEXT
           END-IF.
           DISPLAY 'COVID18: PERIOD ' WS-CLOSE-PERIOD CX-TEXT.
           WRITE CLOSE-LINE FROM CLOSE-DONE-LINE.
           WRITE CLOSE-LINE FROM RULER.
       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO CL-DATE.
           MOVE WS-RUN-TIME TO CL-TIME.
           WRITE CLOSE-LINE FROM RULER.
           WRITE CLOSE-LINE FROM CLOSE-HDR.
           WRITE CLOSE-LINE FROM CLOSE-STAMP.
           MOVE WS-CLOSE-PERIOD TO CP-PERIOD.
           IF WS-ALREADY-CLOSED = 'Y'
               MOVE 'RECLOSE' TO CP-MODE
           ELSE
               MOVE 'CLOSE' TO CP-MODE
           END-IF.
           WRITE CLOSE-LINE FROM CLOSE-PERIOD-LINE.
           WRITE CLOSE-LINE FROM RULER.
       CHECK-CLOSE-BALANCE.
           IF WS-DAYS-TOTAL NOT = WS-HIST-IN-PERIOD
                   OR WS-REGION-CASE-NEW NOT = WS-W-CASE-NEW
                   OR WS-SUMM-OVERFLOW > 0
                   OR SUMM-HOLD-COUNT NOT =
                       WS-COUNTRIES-CLOSED + WS-REGIONS-CLOSED
               MOVE 'N' TO WS-BALANCED
           END-IF.
       WRITE-REPORT-TRAILER.
           IF WS-SUMM-COMMITTED = 'Y'
                   AND WS-SUMM-WRITTEN NOT = SUMM-HOLD-COUNT
               MOVE 'N' TO WS-BALANCED
           END-IF.
           WRITE CLOSE-LINE FROM RULER.
           MOVE 'HISTORY RECORDS READ:' TO CC-LABEL.
           MOVE WS-HIST-READ TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'HISTORY RECORDS IN PERIOD:' TO CC-LABEL.
           MOVE WS-HIST-IN-PERIOD TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'COUNTRY REPORTING DAYS:' TO CC-LABEL.
           MOVE WS-DAYS-TOTAL TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'COUNTRIES CLOSED:' TO CC-LABEL.
           MOVE WS-COUNTRIES-CLOSED TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'REGIONS CLOSED:' TO CC-LABEL.
           MOVE WS-REGIONS-CLOSED TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'COUNTRIES OVER REGION LIMIT:' TO CC-LABEL.
           MOVE WS-REGION-OVERFLOW TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'PRIOR SUMMARIES REPLACED:' TO CC-LABEL.
           MOVE WS-SUMM-REPLACED TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'SUMMARY RECORDS BUILT:' TO CC-LABEL.
           MOVE SUMM-HOLD-COUNT TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'SUMMARIES OVER TABLE LIMIT:' TO CC-LABEL.
           MOVE WS-SUMM-OVERFLOW TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'SUMMARY RECORDS WRITTEN:' TO CC-LABEL.
           MOVE WS-SUMM-WRITTEN TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'COUNTRY HASH NEW CASES:' TO CC-LABEL.
           MOVE WS-W-CASE-NEW TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           MOVE 'REGION HASH NEW CASES:' TO CC-LABEL.
           MOVE WS-REGION-CASE-NEW TO CC-COUNT.
           WRITE CLOSE-LINE FROM CLOSE-COUNT-LINE.
           IF WS-BALANCED = 'Y'
               WRITE CLOSE-LINE FROM CLOSE-BALANCE-OK
           ELSE
               WRITE CLOSE-LINE FROM CLOSE-BALANCE-BAD
           END-IF.
           IF WS-HIST-IN-PERIOD = 0
               MOVE WS-CLOSE-PERIOD TO CX-PERIOD
               MOVE ' HAS NO HISTORY - NOT MARKED CLOSED' TO CX-TEXT
               WRITE CLOSE-LINE FROM CLOSE-DONE-LINE
           END-IF.
           IF WS-ALREADY-CLOSED = 'Y' AND WS-SUMM-COMMITTED = 'N'
               MOVE WS-CLOSE-PERIOD TO CX-PERIOD
               MOVE ' STAYS CLOSED - PRIOR SUMMARIES NOT REPLACED'
                   TO CX-TEXT
               WRITE CLOSE-LINE FROM CLOSE-DONE-LINE
           END-IF.
           WRITE CLOSE-LINE FROM RULER.
