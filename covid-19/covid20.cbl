       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-HIST-REC ASSIGN TO PROVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-KEY
               FILE STATUS IS WS-PROV-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HOTS-RPT-REC ASSIGN TO HOTSRPT.
           SELECT PALERT-REC ASSIGN TO PALRTFILE.
       DATA DIVISION.
       FILE SECTION.
       FD PROV-HIST-REC
           RECORDING MODE F.
       01 PROV-RECORD.
           05 PRV-KEY.
              10 PRV-CODE PIC X(2).
              10 PRV-DATE PIC X(10).
              10 PRV-NAME PIC X(30).
           05 PRV-CASE-NEW PIC 9(9).
           05 PRV-CASE-TOT PIC 9(9).
           05 PRV-DEATH-NEW PIC 9(9).
           05 PRV-DEATH-TOT PIC 9(9).
           05 PRV-RECVD-NEW PIC 9(9).
           05 PRV-RECVD-TOT PIC 9(9).
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
       FD HOTS-RPT-REC
           RECORDING MODE F.
       01 HOTS-RPT-LINE PIC X(80).
       FD PALERT-REC
           RECORDING MODE F.
       01 PALERT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-PROV-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-PROV-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-ASOF-DATE PIC X(10) VALUE SPACES.
       01 WS-ASOF-INT PIC 9(7) VALUE ZERO.
       01 WS-LAST-DATE PIC X(10) VALUE SPACES.
       01 WS-DAY-OFFSET PIC S9(7) VALUE ZERO.
       01 WS-GROWTH-PCT PIC 9(4) VALUE 50.
       01 WS-MIN-CASES PIC 9(6) VALUE 100.
       01 WS-TOP-N PIC 9(2) VALUE 10.
       01 WS-DRIVER-PCT PIC 9(3) VALUE 50.
       01 WS-DC-NUM.
           05 WS-DC-NUM-Y PIC 9(4).
           05 WS-DC-NUM-M PIC 9(2).
           05 WS-DC-NUM-D PIC 9(2).
       01 WS-DC-NUM-N REDEFINES WS-DC-NUM PIC 9(8).
       01 WS-DC-INT PIC 9(7).
       01 WS-CURRENT-CODE PIC X(2) VALUE SPACES.
       01 WS-CURRENT-NAME PIC X(30) VALUE SPACES.
       01 PROV-TABLE.
           05 PT-ENTRY OCCURS 100 TIMES.
              10 PT-NAME PIC X(30).
              10 PT-CUR PIC 9(11).
              10 PT-PRIOR PIC 9(11).
              10 PT-PRIOR2 PIC 9(11).
              10 PT-INC PIC S9(11).
              10 PT-GROWTH-KNOWN PIC X.
              10 PT-GROWTH PIC S9(7)V9.
              10 PT-SHARE PIC S9(5)V9.
              10 PT-CASE-RANK PIC 9(3).
              10 PT-GROWTH-RANK PIC 9(3).
              10 PT-DRIVER PIC X.
              10 PT-ALERT PIC X.
       01 PT-SWAP PIC X(97).
       01 PROV-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PT-IX PIC 9(3).
       01 WS-PT-JX PIC 9(3).
       01 WS-PT-LIMIT PIC 9(3).
       01 NATIONAL-SUMS.
           05 NS-CUR PIC 9(11) VALUE ZERO.
           05 NS-PRIOR PIC 9(11) VALUE ZERO.
           05 NS-INC PIC S9(11) VALUE ZERO.
           05 NS-GROWTH-KNOWN PIC X VALUE 'N'.
           05 NS-GROWTH PIC S9(7)V9 VALUE ZERO.
           05 NS-DRIVERS PIC 9(3) VALUE ZERO.
           05 NS-DRIVER-INC PIC S9(11) VALUE ZERO.
       01 WS-INC-BEFORE PIC S9(11) VALUE ZERO.
       01 WS-PCT-WORK PIC S9(11)V9 VALUE ZERO.
       01 WS-PRIOR-OVER PIC X VALUE 'N'.
       01 HOTSPOT-TABLE.
           05 HT-ENTRY OCCURS 25 TIMES.
              10 HT-CODE PIC X(2).
              10 HT-COUNTRY PIC X(30).
              10 HT-PROVINCE PIC X(30).
              10 HT-CUR PIC 9(11).
              10 HT-GROWTH-KNOWN PIC X.
              10 HT-GROWTH PIC S9(7)V9.
              10 HT-SHARE-KNOWN PIC X.
              10 HT-SHARE PIC S9(5)V9.
       01 HOTSPOT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-HT-IX PIC 9(2).
       01 WS-HT-JX PIC 9(2).
       01 HOTSPOT-COUNTS.
           05 WS-PROV-READ PIC 9(7) VALUE ZERO.
           05 WS-IN-WINDOW PIC 9(7) VALUE ZERO.
           05 WS-OUTSIDE PIC 9(7) VALUE ZERO.
           05 WS-NOT-TABLED PIC 9(7) VALUE ZERO.
           05 WS-COUNTRIES PIC 9(7) VALUE ZERO.
           05 WS-PROVINCES PIC 9(7) VALUE ZERO.
           05 WS-COUNTRIES-RISING PIC 9(7) VALUE ZERO.
           05 WS-ALERTS PIC 9(7) VALUE ZERO.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 WS-PCT-EDIT PIC +ZZZZ9.9.
       01 WS-SHARE-EDIT PIC +ZZZ9.9.
       01 WS-RANK-EDIT PIC ZZ9.
       01 HOTSPOT-HDR.
           05 FILLER PIC X(36) VALUE
           'PROVINCE HOTSPOTS - 7 DAYS TO       '.
           05 HH-ASOF PIC X(10).
           05 FILLER PIC X(34) VALUE SPACES.
       01 HOTSPOT-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 HS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 HS-TIME PIC X(8).
           05 FILLER PIC X(16) VALUE '  ALERT GROWTH: '.
           05 HS-GROWTH PIC ZZZ9.
           05 FILLER PIC X(14) VALUE '%  MIN CASES: '.
           05 HS-MIN-CASES PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
       01 COUNTRY-HDR.
           05 FILLER PIC X(8) VALUE 'COUNTRY '.
           05 CH-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CH-NAME PIC X(30).
           05 FILLER PIC X(38) VALUE SPACES.
       01 PROVINCE-COL-HDR.
           05 FILLER PIC X(4) VALUE 'RK'.
           05 FILLER PIC X(23) VALUE 'PROVINCE'.
           05 FILLER PIC X(10) VALUE ' 7D CASES'.
           05 FILLER PIC X(10) VALUE ' PRIOR 7D'.
           05 FILLER PIC X(9) VALUE ' WK CHG%'.
           05 FILLER PIC X(4) VALUE 'GRK'.
           05 FILLER PIC X(8) VALUE ' SHARE%'.
           05 FILLER PIC X(12) VALUE 'FLAGS'.
       01 PROVINCE-DETAIL.
           05 PD-RANK PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-NAME PIC X(22).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-CUR PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-PRIOR PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-GROWTH PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-GROWTH-RANK PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-SHARE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-DRIVER PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-ALERT PIC X(5).
       01 DRIVER-LINE.
           05 FILLER PIC X(13) VALUE '    DRIVERS: '.
           05 DL-COUNT PIC ZZ9.
           05 FILLER PIC X(15) VALUE ' PROVINCE(S) = '.
           05 DL-PCT PIC X(7).
           05 FILLER PIC X(23) VALUE '% OF NATIONAL RISE OF '.
           05 DL-INC PIC ZZZZZZZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
       01 NO-RISE-LINE PIC X(80) VALUE
           '    NO NATIONAL RISE - NO DRIVERS'.
       01 HOTSPOT-LIST-HDR.
           05 FILLER PIC X(4) VALUE 'TOP '.
           05 HL-TOP-N PIC Z9.
           05 FILLER PIC X(74) VALUE
           ' PROVINCE HOTSPOTS - GROWING PROVINCES BY 7-DAY NEW CASES'.
       01 HOTSPOT-COL-HDR.
           05 FILLER PIC X(4) VALUE 'RK'.
           05 FILLER PIC X(3) VALUE 'CD'.
           05 FILLER PIC X(15) VALUE 'COUNTRY'.
           05 FILLER PIC X(23) VALUE 'PROVINCE'.
           05 FILLER PIC X(10) VALUE ' 7D CASES'.
           05 FILLER PIC X(9) VALUE ' WK CHG%'.
           05 FILLER PIC X(16) VALUE ' SHARE%'.
       01 HOTSPOT-DETAIL.
           05 HD-RANK PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 HD-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 HD-COUNTRY PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 HD-PROVINCE PIC X(22).
           05 FILLER PIC X(1) VALUE SPACES.
           05 HD-CUR PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 HD-GROWTH PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 HD-SHARE PIC X(7).
           05 FILLER PIC X(9) VALUE SPACES.
       01 HOTSPOT-NONE-LINE PIC X(80) VALUE
           'NO GROWING PROVINCES IN THE WINDOW'.
       01 PROVINCE-ALERT-DETAIL.
           05 PA-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PA-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PA-COUNTRY PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PA-PROVINCE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PA-CUR PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PA-PRIOR PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PA-GROWTH PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PA-LIMIT PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PA-STATUS PIC X(10).
       01 HOTSPOT-COUNT-LINE.
           05 HC-LABEL PIC X(30).
           05 HC-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.
       01 HOTSPOT-NOHIST-LINE PIC X(80) VALUE
           'NO PROVINCE HISTORY - NOTHING TO RANK'.
       01 HOTSPOT-BALANCE-OK PIC X(80) VALUE
           'BALANCE: READ = IN WINDOW + OUTSIDE + NOT TABLED'.
       01 HOTSPOT-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: PROVHIST RECORD COUNTS DO NOT AGREE'.
       01 HOTSPOT-TABLE-FULL PIC X(80) VALUE
           'WARNING: PROVINCE TABLE FULL - SOME PROVINCES NOT RANKED'.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM.
           OPEN INPUT PROV-HIST-REC.
           IF WS-PROV-STATUS NOT = '00'
               DISPLAY 'COVID20: PROVHIST OPEN FAILED, STATUS '
                   WS-PROV-STATUS
               MOVE 12 TO RETURN-CODE
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
               DISPLAY 'COVID20: NO PROVINCE HISTORY AND NO DATE PARM'
               OPEN OUTPUT HOTS-RPT-REC
               OPEN OUTPUT PALERT-REC
               PERFORM WRITE-REPORT-HEADER
               WRITE HOTS-RPT-LINE FROM HOTSPOT-NOHIST-LINE
               PERFORM WRITE-REPORT-TRAILER
               CLOSE PROV-HIST-REC
               CLOSE HOTS-RPT-REC
               CLOSE PALERT-REC
               MOVE 4 TO RETURN-CODE
               IF WS-CNTRY-OPEN = 'Y'
                   CLOSE CNTRY-MASTER
               END-IF
               GOBACK
           END-IF.
           MOVE WS-ASOF-DATE(1:4) TO WS-DC-NUM-Y.
           MOVE WS-ASOF-DATE(6:2) TO WS-DC-NUM-M.
           MOVE WS-ASOF-DATE(9:2) TO WS-DC-NUM-D.
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-DC-NUM-N).
           OPEN OUTPUT HOTS-RPT-REC.
           OPEN OUTPUT PALERT-REC.
           PERFORM WRITE-REPORT-HEADER.
           MOVE 'N' TO WS-PROV-EOF.
           MOVE LOW-VALUES TO PRV-KEY.
           START PROV-HIST-REC KEY IS NOT LESS THAN PRV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PROV-EOF
           END-START.
           PERFORM UNTIL WS-PROV-EOF = 'Y'
               READ PROV-HIST-REC NEXT
                   AT END MOVE 'Y' TO WS-PROV-EOF
                   NOT AT END
                       ADD 1 TO WS-PROV-READ
                       PERFORM PROCESS-PROVINCE-RECORD
               END-READ
           END-PERFORM.
           IF WS-CURRENT-CODE NOT = SPACES
               PERFORM FINISH-COUNTRY
           END-IF.
           PERFORM WRITE-HOTSPOT-LIST.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE PROV-HIST-REC.
           CLOSE HOTS-RPT-REC.
           CLOSE PALERT-REC.
           DISPLAY 'COVID20: PROVINCES ' WS-PROVINCES
               ' ALERTS ' WS-ALERTS.
           IF WS-BALANCED = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-TABLED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           IF WS-PARM-KEY = 'GRWP'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-GROWTH-PCT =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
           IF WS-PARM-KEY = 'MINC'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-MIN-CASES =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
           IF WS-PARM-KEY = 'TOPN'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-TOP-N =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
               IF WS-TOP-N > 25 OR WS-TOP-N = ZERO
                   MOVE 25 TO WS-TOP-N
               END-IF
           END-IF.
           IF WS-PARM-KEY = 'DRVP'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-DRIVER-PCT =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
               IF WS-DRIVER-PCT > 100 OR WS-DRIVER-PCT = ZERO
                   MOVE 50 TO WS-DRIVER-PCT
               END-IF
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
           PERFORM UNTIL WS-PROV-EOF = 'Y'
               READ PROV-HIST-REC NEXT
                   AT END MOVE 'Y' TO WS-PROV-EOF
                   NOT AT END
                       IF PRV-DATE > WS-ASOF-DATE
                               AND PRV-DATE(1:4) IS NUMERIC
                               AND PRV-DATE(6:2) IS NUMERIC
                               AND PRV-DATE(9:2) IS NUMERIC
                           MOVE PRV-DATE TO WS-ASOF-DATE
                       END-IF
               END-READ
           END-PERFORM.
       FIND-COUNTRY-NAME.
           MOVE WS-CURRENT-CODE TO WS-CURRENT-NAME.
           MOVE WS-CURRENT-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-NAME TO WS-CURRENT-NAME
           END-IF.
       WRITE-REPORT-HEADER.
           MOVE WS-ASOF-DATE TO HH-ASOF.
           MOVE WS-RUN-DATE TO HS-DATE.
           MOVE WS-RUN-TIME TO HS-TIME.
           MOVE WS-GROWTH-PCT TO HS-GROWTH.
           MOVE WS-MIN-CASES TO HS-MIN-CASES.
           WRITE HOTS-RPT-LINE FROM RULER.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-HDR.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-STAMP.
           WRITE HOTS-RPT-LINE FROM RULER.
       PROCESS-PROVINCE-RECORD.
           IF PRV-CODE NOT = WS-CURRENT-CODE
               IF WS-CURRENT-CODE NOT = SPACES
                   PERFORM FINISH-COUNTRY
               END-IF
               MOVE PRV-CODE TO WS-CURRENT-CODE
               MOVE ZERO TO PROV-COUNT
           END-IF.
           IF PRV-DATE NOT = WS-LAST-DATE
               PERFORM SET-RECORD-OFFSET
           END-IF.
           IF WS-DAY-OFFSET < 0 OR WS-DAY-OFFSET > 20
               ADD 1 TO WS-OUTSIDE
           ELSE
               PERFORM TABLE-PROVINCE-RECORD
           END-IF.
       SET-RECORD-OFFSET.
           MOVE PRV-DATE TO WS-LAST-DATE.
           IF PRV-DATE(1:4) IS NUMERIC
                   AND PRV-DATE(6:2) IS NUMERIC
                   AND PRV-DATE(9:2) IS NUMERIC
               MOVE PRV-DATE(1:4) TO WS-DC-NUM-Y
               MOVE PRV-DATE(6:2) TO WS-DC-NUM-M
               MOVE PRV-DATE(9:2) TO WS-DC-NUM-D
               COMPUTE WS-DC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DC-NUM-N)
               COMPUTE WS-DAY-OFFSET = WS-ASOF-INT - WS-DC-INT
           ELSE
               MOVE 99 TO WS-DAY-OFFSET
           END-IF.
       TABLE-PROVINCE-RECORD.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > PROV-COUNT
               IF PT-NAME(WS-PT-IX) = PRV-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PT-IX > PROV-COUNT AND PROV-COUNT < 100
               ADD 1 TO PROV-COUNT
               MOVE PROV-COUNT TO WS-PT-IX
               INITIALIZE PT-ENTRY(WS-PT-IX)
               MOVE PRV-NAME TO PT-NAME(WS-PT-IX)
           END-IF.
           IF WS-PT-IX > PROV-COUNT
               ADD 1 TO WS-NOT-TABLED
           ELSE
               ADD 1 TO WS-IN-WINDOW
               EVALUATE TRUE
                   WHEN WS-DAY-OFFSET < 7
                       ADD PRV-CASE-NEW TO PT-CUR(WS-PT-IX)
                   WHEN WS-DAY-OFFSET < 14
                       ADD PRV-CASE-NEW TO PT-PRIOR(WS-PT-IX)
                   WHEN OTHER
                       ADD PRV-CASE-NEW TO PT-PRIOR2(WS-PT-IX)
               END-EVALUATE
           END-IF.
       FINISH-COUNTRY.
           IF PROV-COUNT > ZERO
               PERFORM REPORT-COUNTRY
           END-IF.
       REPORT-COUNTRY.
           ADD 1 TO WS-COUNTRIES.
           PERFORM FIND-COUNTRY-NAME.
           INITIALIZE NATIONAL-SUMS.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > PROV-COUNT
               ADD PT-CUR(WS-PT-IX) TO NS-CUR
               ADD PT-PRIOR(WS-PT-IX) TO NS-PRIOR
           END-PERFORM.
           COMPUTE NS-INC = NS-CUR - NS-PRIOR.
           MOVE 'N' TO NS-GROWTH-KNOWN.
           IF NS-PRIOR > ZERO
               MOVE 'Y' TO NS-GROWTH-KNOWN
               COMPUTE WS-PCT-WORK ROUNDED = NS-INC * 100 / NS-PRIOR
               PERFORM CAP-PCT-WORK
               MOVE WS-PCT-WORK TO NS-GROWTH
           END-IF.
           IF NS-INC > ZERO
               ADD 1 TO WS-COUNTRIES-RISING
           END-IF.
           PERFORM SORT-PROVINCES.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > PROV-COUNT
               PERFORM RATE-PROVINCE
           END-PERFORM.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > PROV-COUNT
               PERFORM RANK-PROVINCE-GROWTH
               PERFORM MARK-DRIVER
           END-PERFORM.
           MOVE WS-CURRENT-CODE TO CH-CODE.
           MOVE WS-CURRENT-NAME TO CH-NAME.
           WRITE HOTS-RPT-LINE FROM COUNTRY-HDR.
           WRITE HOTS-RPT-LINE FROM PROVINCE-COL-HDR.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > PROV-COUNT
               ADD 1 TO WS-PROVINCES
               PERFORM CHECK-PROVINCE-ALERT
               PERFORM WRITE-PROVINCE-DETAIL
               PERFORM CONSIDER-HOTSPOT
           END-PERFORM.
           PERFORM WRITE-NATIONAL-LINES.
       SORT-PROVINCES.
           IF PROV-COUNT > 1
               COMPUTE WS-PT-LIMIT = PROV-COUNT - 1
               PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-LIMIT
                   PERFORM VARYING WS-PT-JX FROM 1 BY 1
                       UNTIL WS-PT-JX > PROV-COUNT - WS-PT-IX
                       IF PT-CUR(WS-PT-JX) < PT-CUR(WS-PT-JX + 1)
                           MOVE PT-ENTRY(WS-PT-JX) TO PT-SWAP
                           MOVE PT-ENTRY(WS-PT-JX + 1)
                               TO PT-ENTRY(WS-PT-JX)
                           MOVE PT-SWAP TO PT-ENTRY(WS-PT-JX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       RATE-PROVINCE.
           COMPUTE PT-INC(WS-PT-IX) =
               PT-CUR(WS-PT-IX) - PT-PRIOR(WS-PT-IX).
           MOVE 'N' TO PT-GROWTH-KNOWN(WS-PT-IX).
           MOVE ZERO TO PT-GROWTH(WS-PT-IX).
           IF PT-PRIOR(WS-PT-IX) > ZERO
               MOVE 'Y' TO PT-GROWTH-KNOWN(WS-PT-IX)
               COMPUTE WS-PCT-WORK ROUNDED =
                   PT-INC(WS-PT-IX) * 100 / PT-PRIOR(WS-PT-IX)
               PERFORM CAP-PCT-WORK
               MOVE WS-PCT-WORK TO PT-GROWTH(WS-PT-IX)
           END-IF.
           MOVE ZERO TO PT-SHARE(WS-PT-IX).
           IF NS-INC > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   PT-INC(WS-PT-IX) * 100 / NS-INC
               IF WS-PCT-WORK > 9999.9
                   MOVE 9999.9 TO WS-PCT-WORK
               END-IF
               IF WS-PCT-WORK < -9999.9
                   MOVE -9999.9 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO PT-SHARE(WS-PT-IX)
           END-IF.
           IF WS-PT-IX = 1
               MOVE 1 TO PT-CASE-RANK(WS-PT-IX)
           ELSE
               IF PT-CUR(WS-PT-IX) = PT-CUR(WS-PT-IX - 1)
                   MOVE PT-CASE-RANK(WS-PT-IX - 1)
                       TO PT-CASE-RANK(WS-PT-IX)
               ELSE
                   MOVE WS-PT-IX TO PT-CASE-RANK(WS-PT-IX)
               END-IF
           END-IF.
       CAP-PCT-WORK.
           IF WS-PCT-WORK > 99999.9
               MOVE 99999.9 TO WS-PCT-WORK
           END-IF.
       RANK-PROVINCE-GROWTH.
           MOVE ZERO TO PT-GROWTH-RANK(WS-PT-IX).
           IF PT-GROWTH-KNOWN(WS-PT-IX) = 'Y'
               MOVE 1 TO PT-GROWTH-RANK(WS-PT-IX)
               PERFORM VARYING WS-PT-JX FROM 1 BY 1
                   UNTIL WS-PT-JX > PROV-COUNT
                   IF PT-GROWTH-KNOWN(WS-PT-JX) = 'Y'
                           AND PT-GROWTH(WS-PT-JX) >
                               PT-GROWTH(WS-PT-IX)
                       ADD 1 TO PT-GROWTH-RANK(WS-PT-IX)
                   END-IF
               END-PERFORM
           END-IF.
       MARK-DRIVER.
           MOVE 'N' TO PT-DRIVER(WS-PT-IX).
           IF NS-INC > ZERO AND PT-INC(WS-PT-IX) > ZERO
               MOVE ZERO TO WS-INC-BEFORE
               PERFORM VARYING WS-PT-JX FROM 1 BY 1
                   UNTIL WS-PT-JX > PROV-COUNT
                   IF PT-INC(WS-PT-JX) > PT-INC(WS-PT-IX)
                           OR (PT-INC(WS-PT-JX) = PT-INC(WS-PT-IX)
                           AND WS-PT-JX < WS-PT-IX)
                       ADD PT-INC(WS-PT-JX) TO WS-INC-BEFORE
                   END-IF
               END-PERFORM
               IF WS-INC-BEFORE * 100 < WS-DRIVER-PCT * NS-INC
                   MOVE 'Y' TO PT-DRIVER(WS-PT-IX)
                   ADD 1 TO NS-DRIVERS
                   ADD PT-INC(WS-PT-IX) TO NS-DRIVER-INC
               END-IF
           END-IF.
       CHECK-PROVINCE-ALERT.
           MOVE 'N' TO PT-ALERT(WS-PT-IX).
           IF PT-CUR(WS-PT-IX) >= WS-MIN-CASES
               IF PT-PRIOR(WS-PT-IX) = ZERO
                   MOVE 'Y' TO PT-ALERT(WS-PT-IX)
               ELSE
                   IF PT-INC(WS-PT-IX) * 100 >=
                           WS-GROWTH-PCT * PT-PRIOR(WS-PT-IX)
                       MOVE 'Y' TO PT-ALERT(WS-PT-IX)
                   END-IF
               END-IF
           END-IF.
           IF PT-ALERT(WS-PT-IX) = 'Y'
               PERFORM WRITE-PROVINCE-ALERT
           END-IF.
       WRITE-PROVINCE-ALERT.
           MOVE 'N' TO WS-PRIOR-OVER.
           IF PT-PRIOR(WS-PT-IX) >= WS-MIN-CASES
               IF PT-PRIOR2(WS-PT-IX) = ZERO
                   MOVE 'Y' TO WS-PRIOR-OVER
               ELSE
                   IF (PT-PRIOR(WS-PT-IX) - PT-PRIOR2(WS-PT-IX))
                           * 100 >=
                           WS-GROWTH-PCT * PT-PRIOR2(WS-PT-IX)
                       MOVE 'Y' TO WS-PRIOR-OVER
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ASOF-DATE TO PA-DATE.
           MOVE WS-CURRENT-CODE TO PA-CODE.
           MOVE WS-CURRENT-NAME TO PA-COUNTRY.
           MOVE PT-NAME(WS-PT-IX) TO PA-PROVINCE.
           MOVE PT-CUR(WS-PT-IX) TO PA-CUR.
           MOVE PT-PRIOR(WS-PT-IX) TO PA-PRIOR.
           PERFORM FORMAT-PROVINCE-GROWTH.
           MOVE PD-GROWTH TO PA-GROWTH.
           MOVE WS-GROWTH-PCT TO PA-LIMIT.
           IF WS-PRIOR-OVER = 'Y'
               MOVE 'CONTINUING' TO PA-STATUS
           ELSE
               MOVE 'NEW' TO PA-STATUS
           END-IF.
           WRITE PALERT-LINE FROM PROVINCE-ALERT-DETAIL.
           ADD 1 TO WS-ALERTS.
       FORMAT-PROVINCE-GROWTH.
           IF PT-GROWTH-KNOWN(WS-PT-IX) = 'Y'
               MOVE PT-GROWTH(WS-PT-IX) TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO PD-GROWTH
           ELSE
               IF PT-CUR(WS-PT-IX) > ZERO
                   MOVE '     NEW' TO PD-GROWTH
               ELSE
                   MOVE SPACES TO PD-GROWTH
               END-IF
           END-IF.
       WRITE-PROVINCE-DETAIL.
           MOVE PT-CASE-RANK(WS-PT-IX) TO WS-RANK-EDIT.
           MOVE WS-RANK-EDIT TO PD-RANK.
           MOVE PT-NAME(WS-PT-IX) TO PD-NAME.
           MOVE PT-CUR(WS-PT-IX) TO PD-CUR.
           MOVE PT-PRIOR(WS-PT-IX) TO PD-PRIOR.
           PERFORM FORMAT-PROVINCE-GROWTH.
           IF PT-GROWTH-RANK(WS-PT-IX) > ZERO
               MOVE PT-GROWTH-RANK(WS-PT-IX) TO WS-RANK-EDIT
               MOVE WS-RANK-EDIT TO PD-GROWTH-RANK
           ELSE
               MOVE SPACES TO PD-GROWTH-RANK
           END-IF.
           IF NS-INC > ZERO
               MOVE PT-SHARE(WS-PT-IX) TO WS-SHARE-EDIT
               MOVE WS-SHARE-EDIT TO PD-SHARE
           ELSE
               MOVE SPACES TO PD-SHARE
           END-IF.
           IF PT-DRIVER(WS-PT-IX) = 'Y'
               MOVE 'DRIVER' TO PD-DRIVER
           ELSE
               MOVE SPACES TO PD-DRIVER
           END-IF.
           IF PT-ALERT(WS-PT-IX) = 'Y'
               MOVE 'ALERT' TO PD-ALERT
           ELSE
               MOVE SPACES TO PD-ALERT
           END-IF.
           WRITE HOTS-RPT-LINE FROM PROVINCE-DETAIL.
       WRITE-NATIONAL-LINES.
           MOVE SPACES TO PD-RANK.
           MOVE 'NATIONAL TOTAL' TO PD-NAME.
           MOVE NS-CUR TO PD-CUR.
           MOVE NS-PRIOR TO PD-PRIOR.
           IF NS-GROWTH-KNOWN = 'Y'
               MOVE NS-GROWTH TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO PD-GROWTH
           ELSE
               MOVE SPACES TO PD-GROWTH
           END-IF.
           MOVE SPACES TO PD-GROWTH-RANK.
           MOVE SPACES TO PD-SHARE.
           MOVE SPACES TO PD-DRIVER.
           MOVE SPACES TO PD-ALERT.
           WRITE HOTS-RPT-LINE FROM PROVINCE-DETAIL.
           IF NS-INC > ZERO
               MOVE NS-DRIVERS TO DL-COUNT
               COMPUTE WS-PCT-WORK ROUNDED =
                   NS-DRIVER-INC * 100 / NS-INC
               IF WS-PCT-WORK > 9999.9
                   MOVE 9999.9 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO WS-SHARE-EDIT
               MOVE WS-SHARE-EDIT TO DL-PCT
               MOVE NS-INC TO DL-INC
               WRITE HOTS-RPT-LINE FROM DRIVER-LINE
           ELSE
               WRITE HOTS-RPT-LINE FROM NO-RISE-LINE
           END-IF.
           WRITE HOTS-RPT-LINE FROM RULER.
       CONSIDER-HOTSPOT.
           IF PT-INC(WS-PT-IX) > ZERO
               PERFORM VARYING WS-HT-IX FROM 1 BY 1
                   UNTIL WS-HT-IX > HOTSPOT-COUNT
                   IF HT-CUR(WS-HT-IX) < PT-CUR(WS-PT-IX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-HT-IX <= WS-TOP-N
                   PERFORM INSERT-HOTSPOT
               END-IF
           END-IF.
       INSERT-HOTSPOT.
           IF HOTSPOT-COUNT < WS-TOP-N
               ADD 1 TO HOTSPOT-COUNT
           END-IF.
           PERFORM VARYING WS-HT-JX FROM HOTSPOT-COUNT BY -1
               UNTIL WS-HT-JX <= WS-HT-IX
               MOVE HT-ENTRY(WS-HT-JX - 1) TO HT-ENTRY(WS-HT-JX)
           END-PERFORM.
           MOVE WS-CURRENT-CODE TO HT-CODE(WS-HT-IX).
           MOVE WS-CURRENT-NAME TO HT-COUNTRY(WS-HT-IX).
           MOVE PT-NAME(WS-PT-IX) TO HT-PROVINCE(WS-HT-IX).
           MOVE PT-CUR(WS-PT-IX) TO HT-CUR(WS-HT-IX).
           MOVE PT-GROWTH-KNOWN(WS-PT-IX) TO HT-GROWTH-KNOWN(WS-HT-IX).
           MOVE PT-GROWTH(WS-PT-IX) TO HT-GROWTH(WS-HT-IX).
           IF NS-INC > ZERO
               MOVE 'Y' TO HT-SHARE-KNOWN(WS-HT-IX)
           ELSE
               MOVE 'N' TO HT-SHARE-KNOWN(WS-HT-IX)
           END-IF.
           MOVE PT-SHARE(WS-PT-IX) TO HT-SHARE(WS-HT-IX).
       WRITE-HOTSPOT-LIST.
           MOVE WS-TOP-N TO HL-TOP-N.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-LIST-HDR.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COL-HDR.
           IF HOTSPOT-COUNT = ZERO
               WRITE HOTS-RPT-LINE FROM HOTSPOT-NONE-LINE
           END-IF.
           PERFORM VARYING WS-HT-IX FROM 1 BY 1
               UNTIL WS-HT-IX > HOTSPOT-COUNT
               MOVE WS-HT-IX TO HD-RANK
               MOVE HT-CODE(WS-HT-IX) TO HD-CODE
               MOVE HT-COUNTRY(WS-HT-IX) TO HD-COUNTRY
               MOVE HT-PROVINCE(WS-HT-IX) TO HD-PROVINCE
               MOVE HT-CUR(WS-HT-IX) TO HD-CUR
               IF HT-GROWTH-KNOWN(WS-HT-IX) = 'Y'
                   MOVE HT-GROWTH(WS-HT-IX) TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO HD-GROWTH
               ELSE
                   MOVE '     NEW' TO HD-GROWTH
               END-IF
               IF HT-SHARE-KNOWN(WS-HT-IX) = 'Y'
                   MOVE HT-SHARE(WS-HT-IX) TO WS-SHARE-EDIT
                   MOVE WS-SHARE-EDIT TO HD-SHARE
               ELSE
                   MOVE SPACES TO HD-SHARE
               END-IF
               WRITE HOTS-RPT-LINE FROM HOTSPOT-DETAIL
           END-PERFORM.
       WRITE-REPORT-TRAILER.
           IF WS-PROV-READ NOT =
                   WS-IN-WINDOW + WS-OUTSIDE + WS-NOT-TABLED
               MOVE 'N' TO WS-BALANCED
           END-IF.
           WRITE HOTS-RPT-LINE FROM RULER.
           MOVE 'PROVHIST RECORDS READ:' TO HC-LABEL.
           MOVE WS-PROV-READ TO HC-COUNT.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COUNT-LINE.
           MOVE 'IN 21-DAY WINDOW:' TO HC-LABEL.
           MOVE WS-IN-WINDOW TO HC-COUNT.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COUNT-LINE.
           MOVE 'OUTSIDE WINDOW:' TO HC-LABEL.
           MOVE WS-OUTSIDE TO HC-COUNT.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COUNT-LINE.
           MOVE 'NOT TABLED (TABLE FULL):' TO HC-LABEL.
           MOVE WS-NOT-TABLED TO HC-COUNT.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COUNT-LINE.
           MOVE 'COUNTRIES REPORTED:' TO HC-LABEL.
           MOVE WS-COUNTRIES TO HC-COUNT.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COUNT-LINE.
           MOVE 'COUNTRIES WITH A RISE:' TO HC-LABEL.
           MOVE WS-COUNTRIES-RISING TO HC-COUNT.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COUNT-LINE.
           MOVE 'PROVINCES RANKED:' TO HC-LABEL.
           MOVE WS-PROVINCES TO HC-COUNT.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COUNT-LINE.
           MOVE 'PROVINCE ALERTS WRITTEN:' TO HC-LABEL.
           MOVE WS-ALERTS TO HC-COUNT.
           WRITE HOTS-RPT-LINE FROM HOTSPOT-COUNT-LINE.
           IF WS-NOT-TABLED > ZERO
               WRITE HOTS-RPT-LINE FROM HOTSPOT-TABLE-FULL
           END-IF.
           IF WS-BALANCED = 'Y'
               WRITE HOTS-RPT-LINE FROM HOTSPOT-BALANCE-OK
           ELSE
               WRITE HOTS-RPT-LINE FROM HOTSPOT-BALANCE-BAD
           END-IF.
           WRITE HOTS-RPT-LINE FROM RULER.
