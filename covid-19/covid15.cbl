       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HDATE-REC ASSIGN TO HDATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HDAT-KEY
               FILE STATUS IS WS-HDAT-STATUS.
           SELECT HISTORY-REC ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FORECAST-REC ASSIGN TO FCSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FCST-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FCRPT-REC ASSIGN TO FCSTRPT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD HDATE-REC
           RECORDING MODE F.
       01 HDATE-RECORD.
           05 HDAT-KEY.
              10 HDAT-DATE PIC X(10).
              10 HDAT-CODE PIC X(2).
           05 HDAT-CASE-NEW PIC 9(9).
           05 HDAT-CASE-TOT PIC 9(9).
           05 HDAT-DEATH-NEW PIC 9(9).
           05 HDAT-DEATH-TOT PIC 9(9).
           05 HDAT-RECVD-NEW PIC 9(9).
           05 HDAT-RECVD-TOT PIC 9(9).
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
       FD FORECAST-REC
           RECORDING MODE F.
       01 FORECAST-RECORD.
           05 FC-KEY.
              10 FC-CODE PIC X(2).
              10 FC-BASE-DATE PIC X(10).
              10 FC-DAY PIC 9(2).
           05 FC-TARGET-DATE PIC X(10).
           05 FC-CASE-NEW PIC 9(9).
           05 FC-DEATH-NEW PIC 9(9).
           05 FC-CLASS PIC X(9).
           05 FC-SCORED PIC X.
           05 FC-ACT-CASE-NEW PIC 9(9).
           05 FC-ACT-DEATH-NEW PIC 9(9).
           05 FC-ERR-PCT PIC S9(5)V9.
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
       FD PARM-REC
           RECORDING MODE F.
       01 PARM-LINE PIC X(20).
       FD FCRPT-REC
           RECORDING MODE F.
       01 FCRPT-LINE PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-CODE PIC X(2).
           05 SR-DATE PIC X(10).
           05 SR-CASE-NEW PIC 9(9).
           05 SR-DEATH-NEW PIC 9(9).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-HDAT-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-STATUS PIC XX VALUE ZEROS.
       01 WS-FCST-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-HDAT-EOF PIC X VALUE 'N'.
       01 WS-FCST-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-ASOF-DATE PIC X(10) VALUE SPACES.
       01 WS-WINDOW-START PIC X(10) VALUE SPACES.
       01 WS-WINDOW-INT PIC 9(7) VALUE ZERO.
       01 WS-ERR-START PIC X(10) VALUE SPACES.
       01 WS-ERR-MID PIC X(10) VALUE SPACES.
       01 WS-YESTERDAY PIC X(10) VALUE SPACES.
       01 WS-PLATEAU-PCT PIC 9(3)V9 VALUE 10.0.
       01 WS-MIN-DAYS PIC 9(1) VALUE 4.
       01 WS-DC-DATE PIC X(10).
       01 WS-DC-OFFSET PIC S9(3).
       01 WS-DC-RESULT PIC X(10).
       01 WS-DC-NUM.
           05 WS-DC-NUM-Y PIC 9(4).
           05 WS-DC-NUM-M PIC 9(2).
           05 WS-DC-NUM-D PIC 9(2).
       01 WS-DC-NUM-N REDEFINES WS-DC-NUM PIC 9(8).
       01 WS-DC-INT PIC 9(7).
       01 WS-CURRENT-CODE PIC X(2) VALUE SPACES.
       01 WS-CURRENT-NAME PIC X(30) VALUE SPACES.
       01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 14 TIMES.
              10 DY-PRESENT PIC X.
              10 DY-CASE-NEW PIC 9(9).
              10 DY-DEATH-NEW PIC 9(9).
       01 WS-DAY-IX PIC 9(2).
       01 WS-SLOT PIC S9(7).
       01 WEEK-SUMS.
           05 WK-PRIOR-CASES PIC 9(11) VALUE ZERO.
           05 WK-LAST-CASES PIC 9(11) VALUE ZERO.
           05 WK-PRIOR-DEATHS PIC 9(11) VALUE ZERO.
           05 WK-LAST-DEATHS PIC 9(11) VALUE ZERO.
           05 WK-PRIOR-DAYS PIC 9(2) VALUE ZERO.
           05 WK-LAST-DAYS PIC 9(2) VALUE ZERO.
       01 WS-PRIOR-CASE-AVG PIC 9(9)V9(4) VALUE ZERO.
       01 WS-LAST-CASE-AVG PIC 9(9)V9(4) VALUE ZERO.
       01 WS-PRIOR-DEATH-AVG PIC 9(9)V9(4) VALUE ZERO.
       01 WS-LAST-DEATH-AVG PIC 9(9)V9(4) VALUE ZERO.
       01 WS-CASE-RATIO PIC 9(5)V9(8) VALUE ZERO.
       01 WS-DEATH-RATIO PIC 9(5)V9(8) VALUE ZERO.
       01 WS-CASE-FACTOR PIC 9(3)V9(8) VALUE ZERO.
       01 WS-DEATH-FACTOR PIC 9(3)V9(8) VALUE ZERO.
       01 WS-WEEK-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-DAILY-PCT PIC S9(3)V99 VALUE ZERO.
       01 WS-DBL-DAYS PIC 9(4)V9 VALUE ZERO.
       01 WS-RATIO-KNOWN PIC X VALUE 'Y'.
       01 WS-CLASS PIC X(9) VALUE SPACES.
       01 WS-PROJ-CASES PIC 9(9) VALUE ZERO.
       01 WS-PROJ-DEATHS PIC 9(9) VALUE ZERO.
       01 WS-HORIZON PIC 9(2) VALUE ZERO.
       01 WS-ERR-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-ABS-ERR PIC 9(5)V9 VALUE ZERO.
       01 WS-D1-SCORED PIC X VALUE 'N'.
       01 WS-D1-FCST PIC 9(9) VALUE ZERO.
       01 WS-D1-ACTUAL PIC 9(9) VALUE ZERO.
       01 WS-D1-ERR PIC S9(5)V9 VALUE ZERO.
       01 ERROR-SUMS.
           05 ER-RECENT-SUM PIC 9(7)V9 VALUE ZERO.
           05 ER-RECENT-DAYS PIC 9(2) VALUE ZERO.
           05 ER-PRIOR-SUM PIC 9(7)V9 VALUE ZERO.
           05 ER-PRIOR-DAYS PIC 9(2) VALUE ZERO.
       01 WS-RECENT-MAPE PIC 9(5)V9 VALUE ZERO.
       01 WS-PRIOR-MAPE PIC 9(5)V9 VALUE ZERO.
       01 WS-ERR-TREND PIC X(9) VALUE SPACES.
       01 FORECAST-COUNTS.
           05 WS-HDAT-READ PIC 9(7) VALUE ZERO.
           05 WS-RELEASED PIC 9(7) VALUE ZERO.
           05 WS-RETURNED PIC 9(7) VALUE ZERO.
           05 WS-COUNTRIES PIC 9(7) VALUE ZERO.
           05 WS-FORECAST PIC 9(7) VALUE ZERO.
           05 WS-SHORT-HIST PIC 9(7) VALUE ZERO.
           05 WS-GROWING PIC 9(7) VALUE ZERO.
           05 WS-PLATEAU PIC 9(7) VALUE ZERO.
           05 WS-DECLINING PIC 9(7) VALUE ZERO.
           05 WS-FC-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-FC-SCORED PIC 9(7) VALUE ZERO.
           05 WS-D1-COUNT PIC 9(7) VALUE ZERO.
           05 WS-NO-PRIOR PIC 9(7) VALUE ZERO.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 WS-PCT-EDIT PIC +ZZZZ9.9.
       01 WS-DAILY-EDIT PIC +ZZ9.99.
       01 WS-DBL-EDIT PIC ZZZ9.9.
       01 WS-MAPE-EDIT PIC ZZZZ9.9.
       01 FORECAST-HDR.
           05 FILLER PIC X(36) VALUE
           '14-DAY CASE FORECAST - HISTORY TO   '.
           05 FH-ASOF PIC X(10).
           05 FILLER PIC X(34) VALUE SPACES.
       01 FORECAST-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 FS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 FS-TIME PIC X(8).
           05 FILLER PIC X(16) VALUE '  PLATEAU BAND: '.
           05 FS-PLATEAU PIC ZZ9.9.
           05 FILLER PIC X(25) VALUE '% WEEK-OVER-WEEK'.
       01 FORECAST-COL-HDR.
           05 FILLER PIC X(4) VALUE 'CODE'.
           05 FILLER PIC X(19) VALUE ' COUNTRY'.
           05 FILLER PIC X(10) VALUE 'CLASS'.
           05 FILLER PIC X(8) VALUE ' WK CHG%'.
           05 FILLER PIC X(8) VALUE ' DAILY%'.
           05 FILLER PIC X(11) VALUE ' DBL/HALF'.
           05 FILLER PIC X(10) VALUE ' D14 CASES'.
           05 FILLER PIC X(8) VALUE ' D14 DTH'.
           05 FILLER PIC X(2) VALUE SPACES.
       01 FORECAST-DETAIL.
           05 RD-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NAME PIC X(18).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-CLASS PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-WEEK-PCT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-DAILY-PCT PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-DBL-TYPE PIC X(4).
           05 RD-DBL-DAYS PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-D14-CASES PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-D14-DEATHS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
       01 FORECAST-SHORT-LINE.
           05 RS-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RS-NAME PIC X(18).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(57) VALUE
           'INSUFFICIENT HISTORY - NO FORECAST'.
       01 ACCURACY-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'D1 FCST '.
           05 AC-FCST PIC ZZZZZZZZ9.
           05 FILLER PIC X(8) VALUE ' ACTUAL '.
           05 AC-ACTUAL PIC ZZZZZZZZ9.
           05 FILLER PIC X(6) VALUE ' ERR% '.
           05 AC-ERR PIC X(8).
           05 FILLER PIC X(9) VALUE ' 7D MAPE '.
           05 AC-MAPE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AC-TREND PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
       01 FORECAST-COUNT-LINE.
           05 FT-LABEL PIC X(30).
           05 FT-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.
       01 FORECAST-NONE-LINE PIC X(80) VALUE
           'NO HISTORY IN THE 14-DAY WINDOW - NOTHING FORECAST'.
       01 FORECAST-BALANCE-OK PIC X(80) VALUE
           'BALANCE: EVERY COUNTRY FORECAST OR SHORT OF HISTORY'.
       01 FORECAST-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: FORECAST COUNTS DO NOT AGREE'.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM.
           OPEN INPUT HDATE-REC.
           IF WS-HDAT-STATUS NOT = '00'
               DISPLAY 'COVID15: HDATFILE OPEN FAILED, STATUS '
                   WS-HDAT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTORY-REC.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'COVID15: HISTFILE OPEN FAILED, STATUS '
                   WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE HDATE-REC
               GOBACK
           END-IF.
           OPEN I-O FORECAST-REC.
           IF WS-FCST-STATUS = '35'
               OPEN OUTPUT FORECAST-REC
               CLOSE FORECAST-REC
               OPEN I-O FORECAST-REC
           END-IF.
           IF WS-FCST-STATUS NOT = '00'
               DISPLAY 'COVID15: FCSTFILE OPEN FAILED, STATUS '
                   WS-FCST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE HDATE-REC
               CLOSE HISTORY-REC
               GOBACK
           END-IF.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           IF WS-ASOF-DATE = SPACES
               PERFORM FIND-LATEST-DATE
           END-IF.
           IF WS-ASOF-DATE = SPACES
               DISPLAY 'COVID15: NO HISTORY DATA AND NO DATE PARM'
               MOVE 12 TO RETURN-CODE
               CLOSE HDATE-REC
               CLOSE HISTORY-REC
               CLOSE FORECAST-REC
               IF WS-CNTRY-OPEN = 'Y'
                   CLOSE CNTRY-MASTER
               END-IF
               GOBACK
           END-IF.
           PERFORM SET-DATE-RANGES.
           OPEN OUTPUT FCRPT-REC.
           PERFORM WRITE-REPORT-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CODE SR-DATE
               INPUT PROCEDURE IS SELECT-HISTORY-WINDOW
               OUTPUT PROCEDURE IS FORECAST-COUNTRIES.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE HDATE-REC.
           CLOSE HISTORY-REC.
           CLOSE FORECAST-REC.
           CLOSE FCRPT-REC.
           DISPLAY 'COVID15: FORECAST ' WS-FORECAST
               ' SCORED ' WS-FC-SCORED.
           IF WS-BALANCED = 'N'
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
                           PERFORM APPLY-PARM
                   END-READ
               END-PERFORM
               CLOSE PARM-REC
           END-IF.
       APPLY-PARM.
           IF WS-PARM-KEY = 'DATE'
               MOVE WS-PARM-VALUE(1:10) TO WS-ASOF-DATE
           END-IF.
           IF WS-PARM-KEY = 'PLAT'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-PLATEAU-PCT =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
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
       FIND-LATEST-DATE.
           MOVE HIGH-VALUES TO HDAT-KEY.
           START HDATE-REC KEY IS NOT GREATER THAN HDAT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-HDAT-STATUS = '00'
               READ HDATE-REC PREVIOUS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HDAT-DATE TO WS-ASOF-DATE
               END-READ
           END-IF.
       SET-DATE-RANGES.
           MOVE WS-ASOF-DATE TO WS-DC-DATE.
           MOVE -13 TO WS-DC-OFFSET.
           PERFORM DATE-ADD-DAYS.
           MOVE WS-DC-RESULT TO WS-WINDOW-START.
           MOVE WS-DC-INT TO WS-WINDOW-INT.
           MOVE -1 TO WS-DC-OFFSET.
           PERFORM DATE-ADD-DAYS.
           MOVE WS-DC-RESULT TO WS-YESTERDAY.
           MOVE -8 TO WS-DC-OFFSET.
           PERFORM DATE-ADD-DAYS.
           MOVE WS-DC-RESULT TO WS-ERR-MID.
           MOVE -14 TO WS-DC-OFFSET.
           PERFORM DATE-ADD-DAYS.
           MOVE WS-DC-RESULT TO WS-ERR-START.
       DATE-ADD-DAYS.
           MOVE WS-DC-DATE(1:4) TO WS-DC-NUM-Y.
           MOVE WS-DC-DATE(6:2) TO WS-DC-NUM-M.
           MOVE WS-DC-DATE(9:2) TO WS-DC-NUM-D.
           COMPUTE WS-DC-INT =
               FUNCTION INTEGER-OF-DATE(WS-DC-NUM-N) + WS-DC-OFFSET.
           COMPUTE WS-DC-NUM-N = FUNCTION DATE-OF-INTEGER(WS-DC-INT).
           MOVE SPACES TO WS-DC-RESULT.
           STRING WS-DC-NUM-Y DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-DC-NUM-M DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-DC-NUM-D DELIMITED BY SIZE
               INTO WS-DC-RESULT
           END-STRING.
       WRITE-REPORT-HEADER.
           MOVE WS-ASOF-DATE TO FH-ASOF.
           MOVE WS-RUN-DATE TO FS-DATE.
           MOVE WS-RUN-TIME TO FS-TIME.
           MOVE WS-PLATEAU-PCT TO FS-PLATEAU.
           WRITE FCRPT-LINE FROM RULER.
           WRITE FCRPT-LINE FROM FORECAST-HDR.
           WRITE FCRPT-LINE FROM FORECAST-STAMP.
           WRITE FCRPT-LINE FROM RULER.
           WRITE FCRPT-LINE FROM FORECAST-COL-HDR.
       SELECT-HISTORY-WINDOW.
           MOVE WS-WINDOW-START TO HDAT-DATE.
           MOVE LOW-VALUES TO HDAT-CODE.
           START HDATE-REC KEY IS NOT LESS THAN HDAT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE 'N' TO WS-HDAT-EOF.
           IF WS-HDAT-STATUS NOT = '00'
               MOVE 'Y' TO WS-HDAT-EOF
           END-IF.
           PERFORM UNTIL WS-HDAT-EOF = 'Y'
               READ HDATE-REC NEXT
                   AT END MOVE 'Y' TO WS-HDAT-EOF
                   NOT AT END
                       IF HDAT-DATE > WS-ASOF-DATE
                           MOVE 'Y' TO WS-HDAT-EOF
                       ELSE
                           ADD 1 TO WS-HDAT-READ
                           MOVE HDAT-CODE TO SR-CODE
                           MOVE HDAT-DATE TO SR-DATE
                           MOVE HDAT-CASE-NEW TO SR-CASE-NEW
                           MOVE HDAT-DEATH-NEW TO SR-DEATH-NEW
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-RELEASED
                       END-IF
               END-READ
           END-PERFORM.
       FORECAST-COUNTRIES.
           MOVE SPACES TO WS-CURRENT-CODE.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURNED
                       IF SR-CODE NOT = WS-CURRENT-CODE
                           IF WS-CURRENT-CODE NOT = SPACES
                               PERFORM PROCESS-COUNTRY
                           END-IF
                           MOVE SR-CODE TO WS-CURRENT-CODE
                           PERFORM CLEAR-DAY-TABLE
                       END-IF
                       PERFORM POST-DAY
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-CODE NOT = SPACES
               PERFORM PROCESS-COUNTRY
           ELSE
               WRITE FCRPT-LINE FROM FORECAST-NONE-LINE
           END-IF.
       CLEAR-DAY-TABLE.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 14
               MOVE 'N' TO DY-PRESENT(WS-DAY-IX)
               MOVE ZERO TO DY-CASE-NEW(WS-DAY-IX)
               MOVE ZERO TO DY-DEATH-NEW(WS-DAY-IX)
           END-PERFORM.
       POST-DAY.
           MOVE SR-DATE(1:4) TO WS-DC-NUM-Y.
           MOVE SR-DATE(6:2) TO WS-DC-NUM-M.
           MOVE SR-DATE(9:2) TO WS-DC-NUM-D.
           COMPUTE WS-SLOT =
               FUNCTION INTEGER-OF-DATE(WS-DC-NUM-N)
                   - WS-WINDOW-INT + 1.
           IF WS-SLOT >= 1 AND WS-SLOT <= 14
               MOVE WS-SLOT TO WS-DAY-IX
               MOVE 'Y' TO DY-PRESENT(WS-DAY-IX)
               MOVE SR-CASE-NEW TO DY-CASE-NEW(WS-DAY-IX)
               MOVE SR-DEATH-NEW TO DY-DEATH-NEW(WS-DAY-IX)
           END-IF.
       PROCESS-COUNTRY.
           ADD 1 TO WS-COUNTRIES.
           PERFORM FIND-COUNTRY-NAME.
           PERFORM SCORE-PRIOR-FORECASTS.
           PERFORM SUM-WEEKS.
           IF WK-PRIOR-DAYS < WS-MIN-DAYS
                   OR WK-LAST-DAYS < WS-MIN-DAYS
               ADD 1 TO WS-SHORT-HIST
               MOVE WS-CURRENT-CODE TO RS-CODE
               MOVE WS-CURRENT-NAME TO RS-NAME
               WRITE FCRPT-LINE FROM FORECAST-SHORT-LINE
           ELSE
               ADD 1 TO WS-FORECAST
               PERFORM COMPUTE-GROWTH
               PERFORM WRITE-FORECASTS
               PERFORM WRITE-FORECAST-DETAIL
           END-IF.
           IF WS-D1-SCORED = 'Y'
               PERFORM TREND-FORECAST-ERROR
               PERFORM WRITE-ACCURACY-LINE
           ELSE
               ADD 1 TO WS-NO-PRIOR
           END-IF.
       FIND-COUNTRY-NAME.
           MOVE SPACES TO WS-CURRENT-NAME.
           MOVE WS-CURRENT-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-NAME TO WS-CURRENT-NAME
           END-IF.
       SCORE-PRIOR-FORECASTS.
           MOVE 'N' TO WS-D1-SCORED.
           MOVE WS-CURRENT-CODE TO HIST-CODE.
           MOVE WS-ASOF-DATE TO HIST-DATE.
           READ HISTORY-REC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-HIST-STATUS = '00'
               PERFORM VARYING WS-HORIZON FROM 1 BY 1
                   UNTIL WS-HORIZON > 14
                   PERFORM SCORE-ONE-FORECAST
               END-PERFORM
           END-IF.
       SCORE-ONE-FORECAST.
           MOVE WS-ASOF-DATE TO WS-DC-DATE.
           COMPUTE WS-DC-OFFSET = 0 - WS-HORIZON.
           PERFORM DATE-ADD-DAYS.
           MOVE WS-CURRENT-CODE TO FC-CODE.
           MOVE WS-DC-RESULT TO FC-BASE-DATE.
           MOVE WS-HORIZON TO FC-DAY.
           READ FORECAST-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FC-SCORED
                   MOVE HIST-CASE-NEW TO FC-ACT-CASE-NEW
                   MOVE HIST-DEATH-NEW TO FC-ACT-DEATH-NEW
                   PERFORM COMPUTE-FORECAST-ERROR
                   MOVE WS-ERR-PCT TO FC-ERR-PCT
                   REWRITE FORECAST-RECORD
                   ADD 1 TO WS-FC-SCORED
                   IF WS-HORIZON = 1
                       MOVE 'Y' TO WS-D1-SCORED
                       ADD 1 TO WS-D1-COUNT
                       MOVE FC-CASE-NEW TO WS-D1-FCST
                       MOVE FC-ACT-CASE-NEW TO WS-D1-ACTUAL
                       MOVE WS-ERR-PCT TO WS-D1-ERR
                   END-IF
           END-READ.
       COMPUTE-FORECAST-ERROR.
           IF FC-ACT-CASE-NEW > 0
               COMPUTE WS-ERR-PCT ROUNDED =
                   (FC-CASE-NEW - FC-ACT-CASE-NEW) * 100
                       / FC-ACT-CASE-NEW
                   ON SIZE ERROR MOVE 99999.9 TO WS-ERR-PCT
               END-COMPUTE
           ELSE
               IF FC-CASE-NEW = 0
                   MOVE ZERO TO WS-ERR-PCT
               ELSE
                   MOVE 99999.9 TO WS-ERR-PCT
               END-IF
           END-IF.
       SUM-WEEKS.
           INITIALIZE WEEK-SUMS.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > 14
               IF DY-PRESENT(WS-DAY-IX) = 'Y'
                   IF WS-DAY-IX <= 7
                       ADD DY-CASE-NEW(WS-DAY-IX) TO WK-PRIOR-CASES
                       ADD DY-DEATH-NEW(WS-DAY-IX) TO WK-PRIOR-DEATHS
                       ADD 1 TO WK-PRIOR-DAYS
                   ELSE
                       ADD DY-CASE-NEW(WS-DAY-IX) TO WK-LAST-CASES
                       ADD DY-DEATH-NEW(WS-DAY-IX) TO WK-LAST-DEATHS
                       ADD 1 TO WK-LAST-DAYS
                   END-IF
               END-IF
           END-PERFORM.
       COMPUTE-GROWTH.
           COMPUTE WS-PRIOR-CASE-AVG ROUNDED =
               WK-PRIOR-CASES / WK-PRIOR-DAYS.
           COMPUTE WS-LAST-CASE-AVG ROUNDED =
               WK-LAST-CASES / WK-LAST-DAYS.
           COMPUTE WS-PRIOR-DEATH-AVG ROUNDED =
               WK-PRIOR-DEATHS / WK-PRIOR-DAYS.
           COMPUTE WS-LAST-DEATH-AVG ROUNDED =
               WK-LAST-DEATHS / WK-LAST-DAYS.
           MOVE 'Y' TO WS-RATIO-KNOWN.
           IF WS-PRIOR-CASE-AVG > 0
               COMPUTE WS-CASE-RATIO ROUNDED =
                   WS-LAST-CASE-AVG / WS-PRIOR-CASE-AVG
                   ON SIZE ERROR MOVE 99999 TO WS-CASE-RATIO
               END-COMPUTE
               COMPUTE WS-WEEK-PCT ROUNDED =
                   (WS-CASE-RATIO - 1) * 100
                   ON SIZE ERROR MOVE 99999.9 TO WS-WEEK-PCT
               END-COMPUTE
               COMPUTE WS-CASE-FACTOR ROUNDED =
                   WS-CASE-RATIO ** (1 / 7)
                   ON SIZE ERROR MOVE 1 TO WS-CASE-FACTOR
               END-COMPUTE
           ELSE
               MOVE 1 TO WS-CASE-RATIO
               MOVE 1 TO WS-CASE-FACTOR
               MOVE ZERO TO WS-WEEK-PCT
               IF WS-LAST-CASE-AVG > 0
                   MOVE 'N' TO WS-RATIO-KNOWN
                   MOVE 99999.9 TO WS-WEEK-PCT
               END-IF
           END-IF.
           IF WS-PRIOR-DEATH-AVG > 0
               COMPUTE WS-DEATH-RATIO ROUNDED =
                   WS-LAST-DEATH-AVG / WS-PRIOR-DEATH-AVG
                   ON SIZE ERROR MOVE 99999 TO WS-DEATH-RATIO
               END-COMPUTE
               COMPUTE WS-DEATH-FACTOR ROUNDED =
                   WS-DEATH-RATIO ** (1 / 7)
                   ON SIZE ERROR MOVE 1 TO WS-DEATH-FACTOR
               END-COMPUTE
           ELSE
               MOVE 1 TO WS-DEATH-RATIO
               MOVE 1 TO WS-DEATH-FACTOR
           END-IF.
           COMPUTE WS-DAILY-PCT ROUNDED = (WS-CASE-FACTOR - 1) * 100
               ON SIZE ERROR MOVE 999.99 TO WS-DAILY-PCT
           END-COMPUTE.
           IF WS-WEEK-PCT > WS-PLATEAU-PCT
               MOVE 'GROWING' TO WS-CLASS
               ADD 1 TO WS-GROWING
           ELSE
               IF WS-WEEK-PCT < 0 - WS-PLATEAU-PCT
                   MOVE 'DECLINING' TO WS-CLASS
                   ADD 1 TO WS-DECLINING
               ELSE
                   MOVE 'PLATEAU' TO WS-CLASS
                   ADD 1 TO WS-PLATEAU
               END-IF
           END-IF.
           MOVE ZERO TO WS-DBL-DAYS.
           IF WS-RATIO-KNOWN = 'Y' AND WS-CASE-RATIO > 1
               COMPUTE WS-DBL-DAYS ROUNDED =
                   7 * FUNCTION LOG(2) / FUNCTION LOG(WS-CASE-RATIO)
                   ON SIZE ERROR MOVE 9999.9 TO WS-DBL-DAYS
               END-COMPUTE
           END-IF.
           IF WS-CASE-RATIO < 1 AND WS-CASE-RATIO > 0
               COMPUTE WS-DBL-DAYS ROUNDED =
                   7 * FUNCTION LOG(2)
                       / FUNCTION LOG(1 / WS-CASE-RATIO)
                   ON SIZE ERROR MOVE 9999.9 TO WS-DBL-DAYS
               END-COMPUTE
           END-IF.
       WRITE-FORECASTS.
           PERFORM VARYING WS-HORIZON FROM 1 BY 1
               UNTIL WS-HORIZON > 14
               COMPUTE WS-PROJ-CASES ROUNDED =
                   WS-LAST-CASE-AVG
                       * WS-CASE-FACTOR ** (WS-HORIZON + 3)
                   ON SIZE ERROR MOVE 999999999 TO WS-PROJ-CASES
               END-COMPUTE
               COMPUTE WS-PROJ-DEATHS ROUNDED =
                   WS-LAST-DEATH-AVG
                       * WS-DEATH-FACTOR ** (WS-HORIZON + 3)
                   ON SIZE ERROR MOVE 999999999 TO WS-PROJ-DEATHS
               END-COMPUTE
               MOVE WS-ASOF-DATE TO WS-DC-DATE
               MOVE WS-HORIZON TO WS-DC-OFFSET
               PERFORM DATE-ADD-DAYS
               MOVE WS-CURRENT-CODE TO FC-CODE
               MOVE WS-ASOF-DATE TO FC-BASE-DATE
               MOVE WS-HORIZON TO FC-DAY
               MOVE WS-DC-RESULT TO FC-TARGET-DATE
               MOVE WS-PROJ-CASES TO FC-CASE-NEW
               MOVE WS-PROJ-DEATHS TO FC-DEATH-NEW
               MOVE WS-CLASS TO FC-CLASS
               MOVE 'N' TO FC-SCORED
               MOVE ZERO TO FC-ACT-CASE-NEW
               MOVE ZERO TO FC-ACT-DEATH-NEW
               MOVE ZERO TO FC-ERR-PCT
               WRITE FORECAST-RECORD
                   INVALID KEY
                       REWRITE FORECAST-RECORD
               END-WRITE
               ADD 1 TO WS-FC-WRITTEN
           END-PERFORM.
       WRITE-FORECAST-DETAIL.
           MOVE WS-CURRENT-CODE TO RD-CODE.
           MOVE WS-CURRENT-NAME TO RD-NAME.
           MOVE WS-CLASS TO RD-CLASS.
           IF WS-RATIO-KNOWN = 'Y'
               MOVE WS-WEEK-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO RD-WEEK-PCT
               MOVE WS-DAILY-PCT TO WS-DAILY-EDIT
               MOVE WS-DAILY-EDIT TO RD-DAILY-PCT
           ELSE
               MOVE '     N/A' TO RD-WEEK-PCT
               MOVE '    N/A' TO RD-DAILY-PCT
           END-IF.
           IF WS-DBL-DAYS > 0
               IF WS-CASE-RATIO > 1
                   MOVE 'DBL ' TO RD-DBL-TYPE
               ELSE
                   MOVE 'HALF' TO RD-DBL-TYPE
               END-IF
               MOVE WS-DBL-DAYS TO WS-DBL-EDIT
               MOVE WS-DBL-EDIT TO RD-DBL-DAYS
           ELSE
               MOVE SPACES TO RD-DBL-TYPE
               MOVE '   N/A' TO RD-DBL-DAYS
           END-IF.
           MOVE WS-PROJ-CASES TO RD-D14-CASES.
           MOVE WS-PROJ-DEATHS TO RD-D14-DEATHS.
           WRITE FCRPT-LINE FROM FORECAST-DETAIL.
       TREND-FORECAST-ERROR.
           INITIALIZE ERROR-SUMS.
           MOVE WS-CURRENT-CODE TO FC-CODE.
           MOVE WS-ERR-START TO FC-BASE-DATE.
           MOVE ZERO TO FC-DAY.
           START FORECAST-REC KEY IS NOT LESS THAN FC-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           MOVE 'N' TO WS-FCST-EOF.
           IF WS-FCST-STATUS NOT = '00'
               MOVE 'Y' TO WS-FCST-EOF
           END-IF.
           PERFORM UNTIL WS-FCST-EOF = 'Y'
               READ FORECAST-REC NEXT
                   AT END MOVE 'Y' TO WS-FCST-EOF
                   NOT AT END
                       IF FC-CODE NOT = WS-CURRENT-CODE
                               OR FC-BASE-DATE > WS-YESTERDAY
                           MOVE 'Y' TO WS-FCST-EOF
                       ELSE
                           IF FC-DAY = 1 AND FC-SCORED = 'Y'
                               PERFORM ACCUMULATE-FORECAST-ERROR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO WS-RECENT-MAPE.
           MOVE ZERO TO WS-PRIOR-MAPE.
           IF ER-RECENT-DAYS > 0
               COMPUTE WS-RECENT-MAPE ROUNDED =
                   ER-RECENT-SUM / ER-RECENT-DAYS
                   ON SIZE ERROR MOVE 99999.9 TO WS-RECENT-MAPE
               END-COMPUTE
           END-IF.
           IF ER-PRIOR-DAYS > 0
               COMPUTE WS-PRIOR-MAPE ROUNDED =
                   ER-PRIOR-SUM / ER-PRIOR-DAYS
                   ON SIZE ERROR MOVE 99999.9 TO WS-PRIOR-MAPE
               END-COMPUTE
           END-IF.
           IF ER-PRIOR-DAYS = 0
               MOVE 'NEW' TO WS-ERR-TREND
           ELSE
               IF WS-RECENT-MAPE < WS-PRIOR-MAPE - 1
                   MOVE 'IMPROVING' TO WS-ERR-TREND
               ELSE
                   IF WS-RECENT-MAPE > WS-PRIOR-MAPE + 1
                       MOVE 'WORSENING' TO WS-ERR-TREND
                   ELSE
                       MOVE 'STEADY' TO WS-ERR-TREND
                   END-IF
               END-IF
           END-IF.
       ACCUMULATE-FORECAST-ERROR.
           IF FC-ERR-PCT < 0
               COMPUTE WS-ABS-ERR = 0 - FC-ERR-PCT
           ELSE
               MOVE FC-ERR-PCT TO WS-ABS-ERR
           END-IF.
           IF FC-BASE-DATE > WS-ERR-MID
               ADD WS-ABS-ERR TO ER-RECENT-SUM
               ADD 1 TO ER-RECENT-DAYS
           ELSE
               ADD WS-ABS-ERR TO ER-PRIOR-SUM
               ADD 1 TO ER-PRIOR-DAYS
           END-IF.
       WRITE-ACCURACY-LINE.
           MOVE WS-D1-FCST TO AC-FCST.
           MOVE WS-D1-ACTUAL TO AC-ACTUAL.
           MOVE WS-D1-ERR TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT TO AC-ERR.
           MOVE WS-RECENT-MAPE TO WS-MAPE-EDIT.
           MOVE WS-MAPE-EDIT TO AC-MAPE.
           MOVE WS-ERR-TREND TO AC-TREND.
           WRITE FCRPT-LINE FROM ACCURACY-LINE.
       WRITE-REPORT-TRAILER.
           IF WS-RELEASED NOT = WS-RETURNED
                   OR WS-COUNTRIES NOT = WS-FORECAST + WS-SHORT-HIST
                   OR WS-FORECAST NOT =
                       WS-GROWING + WS-PLATEAU + WS-DECLINING
                   OR WS-FC-WRITTEN NOT = WS-FORECAST * 14
                   OR WS-COUNTRIES NOT = WS-D1-COUNT + WS-NO-PRIOR
               MOVE 'N' TO WS-BALANCED
           END-IF.
           WRITE FCRPT-LINE FROM RULER.
           MOVE 'HISTORY RECORDS IN WINDOW:' TO FT-LABEL.
           MOVE WS-HDAT-READ TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE 'COUNTRIES IN WINDOW:' TO FT-LABEL.
           MOVE WS-COUNTRIES TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE 'COUNTRIES FORECAST:' TO FT-LABEL.
           MOVE WS-FORECAST TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE 'INSUFFICIENT HISTORY:' TO FT-LABEL.
           MOVE WS-SHORT-HIST TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE '  GROWING:' TO FT-LABEL.
           MOVE WS-GROWING TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE '  PLATEAU:' TO FT-LABEL.
           MOVE WS-PLATEAU TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE '  DECLINING:' TO FT-LABEL.
           MOVE WS-DECLINING TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE 'FORECAST RECORDS WRITTEN:' TO FT-LABEL.
           MOVE WS-FC-WRITTEN TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE 'PRIOR FORECASTS SCORED:' TO FT-LABEL.
           MOVE WS-FC-SCORED TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE 'DAY-1 FORECASTS SCORED:' TO FT-LABEL.
           MOVE WS-D1-COUNT TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           MOVE 'NO DAY-1 FORECAST TO SCORE:' TO FT-LABEL.
           MOVE WS-NO-PRIOR TO FT-COUNT.
           WRITE FCRPT-LINE FROM FORECAST-COUNT-LINE.
           IF WS-BALANCED = 'Y'
               WRITE FCRPT-LINE FROM FORECAST-BALANCE-OK
           ELSE
               WRITE FCRPT-LINE FROM FORECAST-BALANCE-BAD
           END-IF.
           WRITE FCRPT-LINE FROM RULER.
