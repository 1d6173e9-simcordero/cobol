       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBS-REC ASSIGN TO SUBSFILE
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT PRINT-REC ASSIGN TO PRTLINE
               FILE STATUS IS WS-RPT-STATUS.
           SELECT LEADER-REC ASSIGN TO LEADFILE
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ALERT-REC ASSIGN TO ALRTFILE
               FILE STATUS IS WS-RPT-STATUS.
           SELECT TREND-REC ASSIGN TO TRNDRPT
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PROF-REC ASSIGN TO PROFRPT
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PACKAGE-REC ASSIGN TO PKGFILE.
           SELECT DIST-LOG ASSIGN TO DISTLOG
               FILE STATUS IS WS-DIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUBS-REC
           RECORDING MODE F.
       01 SUBS-LINE PIC X(80).
       FD PARM-REC
           RECORDING MODE F.
       01 PARM-LINE PIC X(20).
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
       FD PRINT-REC
           RECORDING MODE F.
       01 PRINT-LINE PIC X(80).
       FD LEADER-REC
           RECORDING MODE F.
       01 LEADER-LINE PIC X(80).
       FD ALERT-REC
           RECORDING MODE F.
       01 ALERT-LINE PIC X(80).
       FD TREND-REC
           RECORDING MODE F.
       01 TREND-LINE PIC X(80).
       FD PROF-REC
           RECORDING MODE F.
       01 PROF-LINE PIC X(80).
       FD PACKAGE-REC
           RECORDING MODE F.
       01 PACKAGE-RECORD.
           05 PK-RECIPIENT PIC X(8).
           05 PK-REPORT PIC X(8).
           05 PK-PAGE PIC 9(4).
           05 PK-LINE PIC X(80).
       FD DIST-LOG
           RECORDING MODE F.
       01 DIST-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-SUBS-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-RPT-STATUS PIC XX VALUE ZEROS.
       01 WS-DIST-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-SUBS-EOF PIC X VALUE 'N'.
       01 WS-CNTRY-EOF PIC X VALUE 'N'.
       01 WS-RPT-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-PAGE-LENGTH PIC 9(3) VALUE 60.
       01 WS-CM-REGION PIC X(20) VALUE SPACES.
       01 REPORT-NAME-TABLE.
           05 FILLER PIC X(8) VALUE 'PRTLINE '.
           05 FILLER PIC X(8) VALUE 'LEADFILE'.
           05 FILLER PIC X(8) VALUE 'ALRTFILE'.
           05 FILLER PIC X(8) VALUE 'TRNDRPT '.
           05 FILLER PIC X(8) VALUE 'PROFRPT '.
       01 REPORT-NAME-TABLE-R REDEFINES REPORT-NAME-TABLE.
           05 RN-NAME PIC X(8) OCCURS 5 TIMES.
       01 WS-RPT-IX PIC 9(2).
       01 SUBSCRIBER-TABLE.
           05 SUBSCRIBER-ENTRY OCCURS 50 TIMES.
              10 SB-ID PIC X(8).
              10 SB-NAME PIC X(30).
              10 SB-ALL-SCOPE PIC X.
              10 SB-REPORT PIC X OCCURS 5 TIMES.
              10 SB-SCOPE-COUNT PIC 9(2).
              10 SB-SCOPE OCCURS 30 TIMES.
                 15 SC-KIND PIC X.
                 15 SC-VALUE PIC X(20).
       01 SUBSCRIBER-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SUB-IX PIC 9(2).
       01 WS-SCOPE-IX PIC 9(2).
       01 SUBS-FIELDS.
           05 SF-ID PIC X(8).
           05 SF-KIND PIC X.
           05 SF-VALUE PIC X(30).
       01 WS-CARD-OK PIC X VALUE 'Y'.
       01 WS-CARD-REASON PIC X(20) VALUE SPACES.
       01 WS-CHECK-CODE PIC X(2) VALUE SPACES.
       01 WS-CHECK-REGION PIC X(20) VALUE SPACES.
       01 WS-CODE-REGION PIC X(20) VALUE SPACES.
       01 WS-IN-SCOPE PIC X VALUE 'N'.
       01 WS-IN-LINE PIC X(80) VALUE SPACES.
       01 WS-OUT-LINE PIC X(80) VALUE SPACES.
       01 WS-EMIT-MODE PIC X VALUE 'N'.
       01 WS-PKG-PAGE PIC 9(4) VALUE ZERO.
       01 WS-PAGE-USED PIC 9(3) VALUE ZERO.
       01 WS-PAGE-START PIC 9(4) VALUE ZERO.
       01 WS-CUR-REPORT PIC X(8) VALUE SPACES.
       01 WS-RPT-LINES PIC 9(7) VALUE ZERO.
       01 WS-RPT-DETAILS PIC 9(7) VALUE ZERO.
       01 REPORT-STATE-TABLE.
           05 REPORT-STATE OCCURS 5 TIMES.
              10 RS-FOUND PIC X.
              10 RS-LINES PIC 9(7).
              10 RS-DETAILS PIC 9(7).
              10 RS-PAGES PIC 9(4).
       01 WS-SEND-COUNT PIC 9(2) VALUE ZERO.
       01 WS-RECIP-PAGES PIC 9(5) VALUE ZERO.
       01 WS-RECIP-LINES PIC 9(7) VALUE ZERO.
       01 BLOCK-TABLE.
           05 BLOCK-ENTRY OCCURS 500 TIMES.
              10 BK-LINE PIC X(80).
       01 BLOCK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BLOCK-IX PIC 9(3).
       01 WS-BLOCK-KIND PIC X VALUE SPACE.
       01 WS-BLOCK-CODE PIC X(2) VALUE SPACES.
       01 WS-BLOCK-REGION PIC X(20) VALUE SPACES.
       01 WS-IN-BLOCK PIC X VALUE 'N'.
       01 WS-HELD-RULER PIC X VALUE 'N'.
       01 PROFILE-HDR-TEXT PIC X(80) VALUE
           'COUNTRY PROFILE - LAST 30 DAYS'.
       01 BURST-COUNTS.
           05 WS-CARDS-READ PIC 9(5) VALUE ZERO.
           05 WS-CARDS-REJECTED PIC 9(5) VALUE ZERO.
           05 WS-PACKAGES PIC 9(5) VALUE ZERO.
           05 WS-NOTHING-SENT PIC 9(5) VALUE ZERO.
           05 WS-REPORTS-SENT PIC 9(5) VALUE ZERO.
           05 WS-REPORTS-EMPTY PIC 9(5) VALUE ZERO.
           05 WS-REPORTS-MISSING PIC 9(5) VALUE ZERO.
           05 WS-PAGES-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-LINES-WRITTEN PIC 9(9) VALUE ZERO.
           05 WS-LINES-DROPPED PIC 9(7) VALUE ZERO.
       01 COVER-HDR PIC X(80) VALUE
           'REPORT DISTRIBUTION PACKAGE'.
       01 COVER-RECIPIENT-LINE.
           05 FILLER PIC X(11) VALUE 'RECIPIENT: '.
           05 CR-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-NAME PIC X(30).
           05 FILLER PIC X(29) VALUE SPACES.
       01 COVER-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 CV-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 CV-TIME PIC X(8).
           05 FILLER PIC X(46) VALUE SPACES.
       01 COVER-SCOPE-HDR PIC X(80) VALUE
           'SCOPE OF THIS PACKAGE:'.
       01 COVER-SCOPE-ALL PIC X(80) VALUE
           '  ALL COUNTRIES AND REGIONS'.
       01 COVER-SCOPE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CS-KIND PIC X(9).
           05 CS-VALUE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CS-NAME PIC X(44).
           05 FILLER PIC X(3) VALUE SPACES.
       01 COVER-REPORT-HDR PIC X(80) VALUE
           'REPORTS IN THIS PACKAGE:            PAGES   STATUS'.
       01 COVER-REPORT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CP-REPORT PIC X(8).
           05 FILLER PIC X(24) VALUE SPACES.
           05 CP-PAGES PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CP-STATUS PIC X(20).
           05 FILLER PIC X(19) VALUE SPACES.
       01 DIST-LOG-HDR.
           05 FILLER PIC X(36) VALUE
           'DISTRIBUTION LOG - BURST RUN DATE: '.
           05 DH-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 DH-TIME PIC X(8).
           05 FILLER PIC X(20) VALUE SPACES.
       01 DIST-LOG-COL-HDR.
           05 FILLER PIC X(18) VALUE 'DATE     TIME    '.
           05 FILLER PIC X(9) VALUE 'RECIPNT '.
           05 FILLER PIC X(9) VALUE 'REPORT  '.
           05 FILLER PIC X(8) VALUE '   LINES'.
           05 FILLER PIC X(6) VALUE ' PAGES'.
           05 FILLER PIC X(30) VALUE ' STATUS'.
       01 DIST-LOG-DETAIL.
           05 DL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-RECIPIENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-REPORT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LINES PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-PAGES PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-STATUS PIC X(30).
       01 DIST-LOG-COUNT-LINE.
           05 DC-LABEL PIC X(30).
           05 DC-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(41) VALUE SPACES.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           OPEN EXTEND DIST-LOG.
           IF WS-DIST-STATUS = '35'
               OPEN OUTPUT DIST-LOG
           END-IF.
           IF WS-DIST-STATUS NOT = '00'
               DISPLAY 'COVID16: DISTLOG OPEN FAILED, STATUS '
                   WS-DIST-STATUS
               MOVE 12 TO RETURN-CODE
               IF WS-CNTRY-OPEN = 'Y'
                   CLOSE CNTRY-MASTER
               END-IF
               GOBACK
           END-IF.
           OPEN INPUT SUBS-REC.
           IF WS-SUBS-STATUS NOT = '00'
               DISPLAY 'COVID16: SUBSFILE OPEN FAILED, STATUS '
                   WS-SUBS-STATUS
               CLOSE DIST-LOG
               MOVE 12 TO RETURN-CODE
               IF WS-CNTRY-OPEN = 'Y'
                   CLOSE CNTRY-MASTER
               END-IF
               GOBACK
           END-IF.
           PERFORM WRITE-LOG-HEADER.
           PERFORM LOAD-SUBSCRIBERS.
           CLOSE SUBS-REC.
           OPEN OUTPUT PACKAGE-REC.
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > SUBSCRIBER-COUNT
               PERFORM BURST-RECIPIENT
           END-PERFORM.
           PERFORM WRITE-LOG-TRAILER.
           CLOSE PACKAGE-REC.
           CLOSE DIST-LOG.
           DISPLAY 'COVID16: RECIPIENTS ' SUBSCRIBER-COUNT
               ' PACKAGES ' WS-PACKAGES
               ' PAGES ' WS-PAGES-WRITTEN.
           IF WS-LINES-DROPPED > 0
               DISPLAY 'COVID16: LINES DROPPED ' WS-LINES-DROPPED
           END-IF.
           IF WS-CARDS-REJECTED > 0 OR WS-REPORTS-MISSING > 0
               OR WS-LINES-DROPPED > 0
               MOVE 4 TO RETURN-CODE
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
                           IF WS-PARM-KEY = 'PLEN'
                                   AND WS-PARM-VALUE(1:1) IS NUMERIC
                               COMPUTE WS-PAGE-LENGTH =
                                   FUNCTION NUMVAL(WS-PARM-VALUE)
                               IF WS-PAGE-LENGTH < 20
                                   MOVE 60 TO WS-PAGE-LENGTH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-REC
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
       FIND-REGION-NAME.
           MOVE 'N' TO WS-CM-FOUND.
           MOVE 'N' TO WS-CNTRY-EOF.
           MOVE LOW-VALUES TO CM-CODE.
           START CNTRY-MASTER KEY IS NOT LESS THAN CM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-CNTRY-EOF
           END-START.
           PERFORM UNTIL WS-CNTRY-EOF = 'Y'
               READ CNTRY-MASTER NEXT
                   AT END MOVE 'Y' TO WS-CNTRY-EOF
                   NOT AT END
                       IF CM-STATUS = 'A' AND CM-REGION = WS-CM-REGION
                           MOVE 'Y' TO WS-CM-FOUND
                           MOVE 'Y' TO WS-CNTRY-EOF
                       END-IF
               END-READ
           END-PERFORM.
       WRITE-LOG-HEADER.
           MOVE WS-RUN-DATE TO DH-DATE.
           MOVE WS-RUN-TIME TO DH-TIME.
           WRITE DIST-LOG-LINE FROM RULER.
           WRITE DIST-LOG-LINE FROM DIST-LOG-HDR.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COL-HDR.
       LOAD-SUBSCRIBERS.
           PERFORM UNTIL WS-SUBS-EOF = 'Y'
               READ SUBS-REC
                   AT END MOVE 'Y' TO WS-SUBS-EOF
                   NOT AT END
                       IF SUBS-LINE NOT = SPACES
                               AND SUBS-LINE(1:1) NOT = '*'
                           ADD 1 TO WS-CARDS-READ
                           PERFORM PROCESS-SUBS-CARD
                       END-IF
               END-READ
           END-PERFORM.
       PROCESS-SUBS-CARD.
           MOVE SPACES TO SUBS-FIELDS.
           UNSTRING SUBS-LINE DELIMITED BY ','
               INTO SF-ID SF-KIND SF-VALUE
           END-UNSTRING.
           MOVE 'Y' TO WS-CARD-OK.
           MOVE SPACES TO WS-CARD-REASON.
           IF SF-ID = SPACES OR SF-VALUE = SPACES
               MOVE 'N' TO WS-CARD-OK
               MOVE 'MISSING FIELD(S)' TO WS-CARD-REASON
           ELSE
               IF SF-KIND NOT = 'N' AND SF-KIND NOT = 'S'
                       AND SF-KIND NOT = 'R' AND SF-KIND NOT = 'C'
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'INVALID CARD TYPE' TO WS-CARD-REASON
               ELSE
                   PERFORM FIND-SUBSCRIBER
               END-IF
           END-IF.
           IF WS-CARD-OK = 'Y'
               EVALUATE SF-KIND
                   WHEN 'N'
                       MOVE SF-VALUE TO SB-NAME(WS-SUB-IX)
                   WHEN 'S'
                       PERFORM APPLY-REPORT-CARD
                   WHEN 'R'
                       PERFORM APPLY-REGION-CARD
                   WHEN 'C'
                       PERFORM APPLY-COUNTRY-CARD
               END-EVALUATE
           END-IF.
           IF WS-CARD-OK = 'N'
               ADD 1 TO WS-CARDS-REJECTED
               MOVE WS-RUN-DATE TO DL-DATE
               MOVE WS-RUN-TIME TO DL-TIME
               MOVE SF-ID TO DL-RECIPIENT
               MOVE 'SUBSFILE' TO DL-REPORT
               MOVE WS-CARDS-READ TO DL-LINES
               MOVE ZERO TO DL-PAGES
               MOVE SPACES TO DL-STATUS
               STRING 'CARD REJECTED - ' DELIMITED BY SIZE
                      WS-CARD-REASON DELIMITED BY SIZE
                   INTO DL-STATUS
               END-STRING
               WRITE DIST-LOG-LINE FROM DIST-LOG-DETAIL
           END-IF.
       FIND-SUBSCRIBER.
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > SUBSCRIBER-COUNT
               IF SB-ID(WS-SUB-IX) = SF-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SUB-IX > SUBSCRIBER-COUNT
               IF SUBSCRIBER-COUNT < 50
                   ADD 1 TO SUBSCRIBER-COUNT
                   MOVE SUBSCRIBER-COUNT TO WS-SUB-IX
                   MOVE SF-ID TO SB-ID(WS-SUB-IX)
                   MOVE SPACES TO SB-NAME(WS-SUB-IX)
                   MOVE 'N' TO SB-ALL-SCOPE(WS-SUB-IX)
                   MOVE ZERO TO SB-SCOPE-COUNT(WS-SUB-IX)
                   PERFORM VARYING WS-RPT-IX FROM 1 BY 1
                       UNTIL WS-RPT-IX > 5
                       MOVE 'N' TO SB-REPORT(WS-SUB-IX, WS-RPT-IX)
                   END-PERFORM
               ELSE
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'TOO MANY RECIPIENTS' TO WS-CARD-REASON
               END-IF
           END-IF.
       APPLY-REPORT-CARD.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
               UNTIL WS-RPT-IX > 5
               IF RN-NAME(WS-RPT-IX) = SF-VALUE(1:8)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RPT-IX > 5
               MOVE 'N' TO WS-CARD-OK
               MOVE 'UNKNOWN REPORT' TO WS-CARD-REASON
           ELSE
               MOVE 'Y' TO SB-REPORT(WS-SUB-IX, WS-RPT-IX)
           END-IF.
       APPLY-REGION-CARD.
           IF SF-VALUE(1:1) = '*'
               MOVE 'Y' TO SB-ALL-SCOPE(WS-SUB-IX)
           ELSE
               IF WS-CNTRY-OPEN = 'Y'
                   MOVE SF-VALUE(1:20) TO WS-CM-REGION
                   PERFORM FIND-REGION-NAME
                   IF WS-CM-FOUND = 'N'
                       MOVE 'N' TO WS-CARD-OK
                       MOVE 'UNKNOWN REGION' TO WS-CARD-REASON
                   END-IF
               END-IF
               IF WS-CARD-OK = 'Y'
                   PERFORM ADD-SCOPE-ENTRY
               END-IF
           END-IF.
       APPLY-COUNTRY-CARD.
           IF WS-CNTRY-OPEN = 'Y'
               MOVE SF-VALUE(1:2) TO WS-CM-CODE
               PERFORM GET-COUNTRY-MASTER
               IF WS-CM-FOUND = 'N' OR CM-ON-MASTER NOT = 'Y'
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'UNKNOWN COUNTRY CODE' TO WS-CARD-REASON
               END-IF
           END-IF.
           IF WS-CARD-OK = 'Y'
               PERFORM ADD-SCOPE-ENTRY
           END-IF.
       ADD-SCOPE-ENTRY.
           IF SB-SCOPE-COUNT(WS-SUB-IX) < 30
               ADD 1 TO SB-SCOPE-COUNT(WS-SUB-IX)
               MOVE SB-SCOPE-COUNT(WS-SUB-IX) TO WS-SCOPE-IX
               MOVE SF-KIND TO SC-KIND(WS-SUB-IX, WS-SCOPE-IX)
               MOVE SF-VALUE TO SC-VALUE(WS-SUB-IX, WS-SCOPE-IX)
           ELSE
               MOVE 'N' TO WS-CARD-OK
               MOVE 'TOO MANY SCOPE CARDS' TO WS-CARD-REASON
           END-IF.
       BURST-RECIPIENT.
           MOVE ZERO TO WS-SEND-COUNT.
           MOVE 'N' TO WS-EMIT-MODE.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
               UNTIL WS-RPT-IX > 5
               MOVE 'N' TO RS-FOUND(WS-RPT-IX)
               MOVE ZERO TO RS-LINES(WS-RPT-IX)
               MOVE ZERO TO RS-DETAILS(WS-RPT-IX)
               MOVE ZERO TO RS-PAGES(WS-RPT-IX)
               IF SB-REPORT(WS-SUB-IX, WS-RPT-IX) = 'Y'
                   PERFORM BURST-REPORT
                   MOVE WS-RPT-LINES TO RS-LINES(WS-RPT-IX)
                   MOVE WS-RPT-DETAILS TO RS-DETAILS(WS-RPT-IX)
                   IF WS-RPT-DETAILS > 0
                       ADD 1 TO WS-SEND-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SEND-COUNT = 0
               ADD 1 TO WS-NOTHING-SENT
               PERFORM LOG-NOTHING-SENT
           ELSE
               ADD 1 TO WS-PACKAGES
               MOVE ZERO TO WS-PKG-PAGE
               MOVE ZERO TO WS-RECIP-LINES
               MOVE 'Y' TO WS-EMIT-MODE
               PERFORM ESTIMATE-REPORT-PAGES
               PERFORM WRITE-COVER-PAGE
               PERFORM LOG-COVER-PAGE
               PERFORM VARYING WS-RPT-IX FROM 1 BY 1
                   UNTIL WS-RPT-IX > 5
                   IF SB-REPORT(WS-SUB-IX, WS-RPT-IX) = 'Y'
                       IF RS-DETAILS(WS-RPT-IX) > 0
                           MOVE WS-PKG-PAGE TO WS-PAGE-START
                           PERFORM BURST-REPORT
                           COMPUTE RS-PAGES(WS-RPT-IX) =
                               WS-PKG-PAGE - WS-PAGE-START
                           MOVE WS-RPT-LINES TO RS-LINES(WS-RPT-IX)
                       END-IF
                       PERFORM LOG-REPORT-RESULT
                   END-IF
               END-PERFORM
               PERFORM LOG-RECIPIENT-TOTAL
           END-IF.
       ESTIMATE-REPORT-PAGES.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
               UNTIL WS-RPT-IX > 5
               IF RS-DETAILS(WS-RPT-IX) > 0
                   COMPUTE RS-PAGES(WS-RPT-IX) =
                       (RS-LINES(WS-RPT-IX) + WS-PAGE-LENGTH - 1)
                           / WS-PAGE-LENGTH
               END-IF
           END-PERFORM.
       WRITE-COVER-PAGE.
           MOVE 'COVER   ' TO WS-CUR-REPORT.
           MOVE WS-PAGE-LENGTH TO WS-PAGE-USED.
           MOVE ZERO TO WS-RPT-LINES.
           MOVE RULER TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE COVER-HDR TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE SB-ID(WS-SUB-IX) TO CR-ID.
           MOVE SB-NAME(WS-SUB-IX) TO CR-NAME.
           MOVE COVER-RECIPIENT-LINE TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-RUN-DATE TO CV-DATE.
           MOVE WS-RUN-TIME TO CV-TIME.
           MOVE COVER-STAMP TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE RULER TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE COVER-SCOPE-HDR TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           IF SB-ALL-SCOPE(WS-SUB-IX) = 'Y'
               MOVE COVER-SCOPE-ALL TO WS-OUT-LINE
               PERFORM EMIT-LINE
           ELSE
               PERFORM VARYING WS-SCOPE-IX FROM 1 BY 1
                   UNTIL WS-SCOPE-IX > SB-SCOPE-COUNT(WS-SUB-IX)
                   PERFORM WRITE-COVER-SCOPE-LINE
               END-PERFORM
           END-IF.
           MOVE RULER TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           MOVE COVER-REPORT-HDR TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
               UNTIL WS-RPT-IX > 5
               IF SB-REPORT(WS-SUB-IX, WS-RPT-IX) = 'Y'
                   MOVE RN-NAME(WS-RPT-IX) TO CP-REPORT
                   MOVE RS-PAGES(WS-RPT-IX) TO CP-PAGES
                   PERFORM SET-REPORT-STATUS
                   MOVE WS-OUT-LINE TO CP-STATUS
                   MOVE COVER-REPORT-LINE TO WS-OUT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM.
           MOVE RULER TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
       WRITE-COVER-SCOPE-LINE.
           MOVE SPACES TO CS-NAME.
           MOVE SC-VALUE(WS-SUB-IX, WS-SCOPE-IX) TO CS-VALUE.
           IF SC-KIND(WS-SUB-IX, WS-SCOPE-IX) = 'R'
               MOVE 'REGION' TO CS-KIND
           ELSE
               MOVE 'COUNTRY' TO CS-KIND
               MOVE SC-VALUE(WS-SUB-IX, WS-SCOPE-IX)(1:2)
                   TO WS-CM-CODE
               PERFORM GET-COUNTRY-MASTER
               IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
                   MOVE CM-NAME TO CS-NAME
               END-IF
           END-IF.
           MOVE COVER-SCOPE-LINE TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
       SET-REPORT-STATUS.
           MOVE SPACES TO WS-OUT-LINE.
           IF RS-FOUND(WS-RPT-IX) = 'N'
               MOVE 'REPORT NOT FOUND' TO WS-OUT-LINE
           ELSE
               IF RS-DETAILS(WS-RPT-IX) = 0
                   MOVE 'NOTHING IN SCOPE' TO WS-OUT-LINE
               ELSE
                   MOVE 'SENT' TO WS-OUT-LINE
               END-IF
           END-IF.
       EMIT-LINE.
           ADD 1 TO WS-RPT-LINES.
           IF WS-EMIT-MODE = 'Y'
               IF WS-PAGE-USED >= WS-PAGE-LENGTH
                   ADD 1 TO WS-PKG-PAGE
                   ADD 1 TO WS-PAGES-WRITTEN
                   MOVE ZERO TO WS-PAGE-USED
               END-IF
               MOVE SB-ID(WS-SUB-IX) TO PK-RECIPIENT
               MOVE WS-CUR-REPORT TO PK-REPORT
               MOVE WS-PKG-PAGE TO PK-PAGE
               MOVE WS-OUT-LINE TO PK-LINE
               WRITE PACKAGE-RECORD
               ADD 1 TO WS-PAGE-USED
               ADD 1 TO WS-RECIP-LINES
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.
       BURST-REPORT.
           MOVE RN-NAME(WS-RPT-IX) TO WS-CUR-REPORT.
           MOVE ZERO TO WS-RPT-LINES.
           MOVE ZERO TO WS-RPT-DETAILS.
           MOVE WS-PAGE-LENGTH TO WS-PAGE-USED.
           MOVE ZERO TO BLOCK-COUNT.
           MOVE 'N' TO WS-IN-BLOCK.
           MOVE 'N' TO WS-HELD-RULER.
           MOVE SPACE TO WS-BLOCK-KIND.
           MOVE SPACES TO WS-BLOCK-CODE.
           MOVE SPACES TO WS-BLOCK-REGION.
           PERFORM OPEN-REPORT.
           IF WS-RPT-STATUS = '00'
               MOVE 'Y' TO RS-FOUND(WS-RPT-IX)
               MOVE 'N' TO WS-RPT-EOF
               PERFORM UNTIL WS-RPT-EOF = 'Y'
                   PERFORM READ-REPORT-LINE
                   IF WS-RPT-EOF = 'N'
                       EVALUATE WS-RPT-IX
                           WHEN 1
                               PERFORM FILTER-PRINT-LINE
                           WHEN 2
                               PERFORM FILTER-LEADER-LINE
                           WHEN 3
                               PERFORM FILTER-ALERT-LINE
                           WHEN 4
                               PERFORM FILTER-TREND-LINE
                           WHEN 5
                               PERFORM FILTER-PROFILE-LINE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               PERFORM FINISH-REPORT
               PERFORM CLOSE-REPORT
           END-IF.
       OPEN-REPORT.
           EVALUATE WS-RPT-IX
               WHEN 1
                   OPEN INPUT PRINT-REC
               WHEN 2
                   OPEN INPUT LEADER-REC
               WHEN 3
                   OPEN INPUT ALERT-REC
               WHEN 4
                   OPEN INPUT TREND-REC
               WHEN 5
                   OPEN INPUT PROF-REC
           END-EVALUATE.
       READ-REPORT-LINE.
           EVALUATE WS-RPT-IX
               WHEN 1
                   READ PRINT-REC INTO WS-IN-LINE
                       AT END MOVE 'Y' TO WS-RPT-EOF
                   END-READ
               WHEN 2
                   READ LEADER-REC INTO WS-IN-LINE
                       AT END MOVE 'Y' TO WS-RPT-EOF
                   END-READ
               WHEN 3
                   READ ALERT-REC INTO WS-IN-LINE
                       AT END MOVE 'Y' TO WS-RPT-EOF
                   END-READ
               WHEN 4
                   READ TREND-REC INTO WS-IN-LINE
                       AT END MOVE 'Y' TO WS-RPT-EOF
                   END-READ
               WHEN 5
                   READ PROF-REC INTO WS-IN-LINE
                       AT END MOVE 'Y' TO WS-RPT-EOF
                   END-READ
           END-EVALUATE.
       CLOSE-REPORT.
           EVALUATE WS-RPT-IX
               WHEN 1
                   CLOSE PRINT-REC
               WHEN 2
                   CLOSE LEADER-REC
               WHEN 3
                   CLOSE ALERT-REC
               WHEN 4
                   CLOSE TREND-REC
               WHEN 5
                   CLOSE PROF-REC
           END-EVALUATE.
       FINISH-REPORT.
           IF WS-RPT-IX = 5
               IF WS-HELD-RULER = 'Y'
                   MOVE 'N' TO WS-HELD-RULER
                   MOVE RULER TO WS-IN-LINE
                   PERFORM ADD-BLOCK-LINE
               END-IF
               PERFORM CLOSE-PROFILE-PAGE
           END-IF.
           IF WS-RPT-IX = 1 AND WS-IN-BLOCK = 'Y'
               PERFORM CLOSE-PRINT-BLOCK
           END-IF.
       CHECK-CODE-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE.
           IF SB-ALL-SCOPE(WS-SUB-IX) = 'Y'
               MOVE 'Y' TO WS-IN-SCOPE
           ELSE
               MOVE SPACES TO WS-CODE-REGION
               MOVE WS-CHECK-CODE TO WS-CM-CODE
               PERFORM GET-COUNTRY-MASTER
               IF WS-CM-FOUND = 'Y'
                   MOVE CM-REGION TO WS-CODE-REGION
               END-IF
               PERFORM VARYING WS-SCOPE-IX FROM 1 BY 1
                   UNTIL WS-SCOPE-IX > SB-SCOPE-COUNT(WS-SUB-IX)
                   IF SC-KIND(WS-SUB-IX, WS-SCOPE-IX) = 'C'
                           AND SC-VALUE(WS-SUB-IX, WS-SCOPE-IX)(1:2)
                               = WS-CHECK-CODE
                       MOVE 'Y' TO WS-IN-SCOPE
                       EXIT PERFORM
                   END-IF
                   IF SC-KIND(WS-SUB-IX, WS-SCOPE-IX) = 'R'
                           AND WS-CODE-REGION NOT = SPACES
                           AND SC-VALUE(WS-SUB-IX, WS-SCOPE-IX)
                               = WS-CODE-REGION
                       MOVE 'Y' TO WS-IN-SCOPE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
       CHECK-REGION-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE.
           IF SB-ALL-SCOPE(WS-SUB-IX) = 'Y'
               MOVE 'Y' TO WS-IN-SCOPE
           ELSE
               PERFORM VARYING WS-SCOPE-IX FROM 1 BY 1
                   UNTIL WS-SCOPE-IX > SB-SCOPE-COUNT(WS-SUB-IX)
                   IF SC-KIND(WS-SUB-IX, WS-SCOPE-IX) = 'R'
                           AND SC-VALUE(WS-SUB-IX, WS-SCOPE-IX)
                               = WS-CHECK-REGION
                       MOVE 'Y' TO WS-IN-SCOPE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
       EMIT-IF-IN-SCOPE.
           IF WS-IN-SCOPE = 'Y'
               ADD 1 TO WS-RPT-DETAILS
               MOVE WS-IN-LINE TO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-IF.
       EMIT-IN-LINE.
           MOVE WS-IN-LINE TO WS-OUT-LINE.
           PERFORM EMIT-LINE.
       FILTER-PRINT-LINE.
           IF WS-IN-BLOCK = 'N'
               IF WS-IN-LINE = RULER
                   MOVE 'Y' TO WS-IN-BLOCK
                   MOVE ZERO TO BLOCK-COUNT
                   MOVE SPACE TO WS-BLOCK-KIND
                   MOVE SPACES TO WS-BLOCK-CODE
                   MOVE SPACES TO WS-BLOCK-REGION
                   PERFORM ADD-BLOCK-LINE
               ELSE
                   MOVE SB-ALL-SCOPE(WS-SUB-IX) TO WS-IN-SCOPE
                   PERFORM EMIT-IF-IN-SCOPE
               END-IF
           ELSE
               IF WS-BLOCK-KIND = SPACE
                   PERFORM CLASSIFY-PRINT-BLOCK
               ELSE
                   IF WS-IN-LINE = RULER
                       PERFORM ADD-BLOCK-LINE
                       PERFORM CLOSE-PRINT-BLOCK
                   ELSE
                       PERFORM FILTER-PRINT-BLOCK-LINE
                   END-IF
               END-IF
           END-IF.
       CLASSIFY-PRINT-BLOCK.
           EVALUATE TRUE
               WHEN WS-IN-LINE(1:6) = 'DATE: '
                   MOVE 'C' TO WS-BLOCK-KIND
                   PERFORM ADD-BLOCK-LINE
               WHEN WS-IN-LINE(1:17) = 'REGION SUBTOTAL: '
                   MOVE 'R' TO WS-BLOCK-KIND
                   MOVE WS-IN-LINE(18:20) TO WS-BLOCK-REGION
                   PERFORM ADD-BLOCK-LINE
               WHEN WS-IN-LINE(1:13) = 'MISSING TODAY'
                   MOVE 'M' TO WS-BLOCK-KIND
                   PERFORM FLUSH-BLOCK
                   PERFORM EMIT-IN-LINE
               WHEN WS-IN-LINE(1:20) = 'VACCINATION COVERAGE'
                   MOVE 'V' TO WS-BLOCK-KIND
                   PERFORM FLUSH-BLOCK
                   PERFORM EMIT-IN-LINE
               WHEN WS-IN-LINE(1:18) = 'HOSPITAL OCCUPANCY'
                   MOVE 'H' TO WS-BLOCK-KIND
                   PERFORM FLUSH-BLOCK
                   PERFORM EMIT-IN-LINE
               WHEN WS-IN-LINE = RULER
                   PERFORM ADD-BLOCK-LINE
                   MOVE 'G' TO WS-BLOCK-KIND
                   PERFORM CLOSE-PRINT-BLOCK
               WHEN OTHER
                   MOVE 'G' TO WS-BLOCK-KIND
                   IF SB-ALL-SCOPE(WS-SUB-IX) = 'Y'
                       PERFORM FLUSH-BLOCK
                       PERFORM EMIT-IN-LINE
                       ADD 1 TO WS-RPT-DETAILS
                   ELSE
                       MOVE ZERO TO BLOCK-COUNT
                   END-IF
           END-EVALUATE.
       FILTER-PRINT-BLOCK-LINE.
           EVALUATE WS-BLOCK-KIND
               WHEN 'C'
                   IF WS-IN-LINE(1:14) = 'COUNTRY CODE: '
                       MOVE WS-IN-LINE(15:2) TO WS-BLOCK-CODE
                   END-IF
                   PERFORM ADD-BLOCK-LINE
               WHEN 'R'
                   PERFORM ADD-BLOCK-LINE
               WHEN 'M'
                   IF WS-IN-LINE(1:2) = SPACES
                           AND WS-IN-LINE(3:2) NOT = SPACES
                       MOVE WS-IN-LINE(3:2) TO WS-CHECK-CODE
                       PERFORM CHECK-CODE-SCOPE
                   ELSE
                       MOVE SB-ALL-SCOPE(WS-SUB-IX) TO WS-IN-SCOPE
                   END-IF
                   PERFORM EMIT-IF-IN-SCOPE
               WHEN 'V'
                   IF WS-IN-LINE(1:2) NOT = SPACES
                           AND WS-IN-LINE(3:2) = SPACES
                       MOVE WS-IN-LINE(1:2) TO WS-CHECK-CODE
                       PERFORM CHECK-CODE-SCOPE
                   ELSE
                       MOVE SB-ALL-SCOPE(WS-SUB-IX) TO WS-IN-SCOPE
                   END-IF
                   PERFORM EMIT-IF-IN-SCOPE
               WHEN 'H'
                   IF WS-IN-LINE(1:5) = 'CODE '
                       PERFORM EMIT-IN-LINE
                   ELSE
                       IF WS-IN-LINE(1:2) NOT = SPACES
                               AND WS-IN-LINE(3:2) = SPACES
                           MOVE WS-IN-LINE(1:2) TO WS-CHECK-CODE
                           PERFORM CHECK-CODE-SCOPE
                       ELSE
                           MOVE SB-ALL-SCOPE(WS-SUB-IX) TO WS-IN-SCOPE
                       END-IF
                       PERFORM EMIT-IF-IN-SCOPE
                   END-IF
               WHEN OTHER
                   MOVE SB-ALL-SCOPE(WS-SUB-IX) TO WS-IN-SCOPE
                   PERFORM EMIT-IF-IN-SCOPE
           END-EVALUATE.
       CLOSE-PRINT-BLOCK.
           EVALUATE WS-BLOCK-KIND
               WHEN 'C'
                   MOVE WS-BLOCK-CODE TO WS-CHECK-CODE
                   PERFORM CHECK-CODE-SCOPE
                   IF WS-IN-SCOPE = 'Y'
                       ADD 1 TO WS-RPT-DETAILS
                       PERFORM FLUSH-BLOCK
                   END-IF
               WHEN 'R'
                   MOVE WS-BLOCK-REGION TO WS-CHECK-REGION
                   PERFORM CHECK-REGION-SCOPE
                   IF WS-IN-SCOPE = 'Y'
                       ADD 1 TO WS-RPT-DETAILS
                       PERFORM FLUSH-BLOCK
                   END-IF
               WHEN 'G'
                   IF SB-ALL-SCOPE(WS-SUB-IX) = 'Y'
                       PERFORM FLUSH-BLOCK
                   END-IF
               WHEN OTHER
                   PERFORM FLUSH-BLOCK
           END-EVALUATE.
           MOVE ZERO TO BLOCK-COUNT.
           MOVE 'N' TO WS-IN-BLOCK.
           MOVE SPACE TO WS-BLOCK-KIND.
       ADD-BLOCK-LINE.
           IF BLOCK-COUNT < 500
               ADD 1 TO BLOCK-COUNT
               MOVE WS-IN-LINE TO BK-LINE(BLOCK-COUNT)
           ELSE
               ADD 1 TO WS-LINES-DROPPED
           END-IF.
       FLUSH-BLOCK.
           PERFORM VARYING WS-BLOCK-IX FROM 1 BY 1
               UNTIL WS-BLOCK-IX > BLOCK-COUNT
               MOVE BK-LINE(WS-BLOCK-IX) TO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-PERFORM.
           MOVE ZERO TO BLOCK-COUNT.
       FILTER-LEADER-LINE.
           IF WS-IN-LINE(2:1) IS NUMERIC
                   AND WS-IN-LINE(5:2) NOT = SPACES
               MOVE WS-IN-LINE(5:2) TO WS-CHECK-CODE
               PERFORM CHECK-CODE-SCOPE
               PERFORM EMIT-IF-IN-SCOPE
           ELSE
               PERFORM EMIT-IN-LINE
           END-IF.
       FILTER-ALERT-LINE.
           IF WS-IN-LINE(1:2) NOT = SPACES
               MOVE WS-IN-LINE(1:2) TO WS-CHECK-CODE
               PERFORM CHECK-CODE-SCOPE
               PERFORM EMIT-IF-IN-SCOPE
           ELSE
               PERFORM EMIT-IN-LINE
           END-IF.
       FILTER-TREND-LINE.
           EVALUATE TRUE
               WHEN WS-IN-LINE = RULER
                   PERFORM EMIT-IN-LINE
               WHEN WS-IN-LINE(1:2) NOT = SPACES
                       AND WS-IN-LINE(3:4) = SPACES
                   MOVE WS-IN-LINE(1:2) TO WS-CHECK-CODE
                   PERFORM CHECK-CODE-SCOPE
                   PERFORM EMIT-IF-IN-SCOPE
               WHEN WS-IN-LINE(1:6) = SPACES
                       AND WS-IN-LINE(7:20) NOT = SPACES
                   IF WS-IN-LINE(7:20) = 'WORLD'
                       MOVE SB-ALL-SCOPE(WS-SUB-IX) TO WS-IN-SCOPE
                   ELSE
                       MOVE WS-IN-LINE(7:20) TO WS-CHECK-REGION
                       PERFORM CHECK-REGION-SCOPE
                   END-IF
                   PERFORM EMIT-IF-IN-SCOPE
               WHEN OTHER
                   PERFORM EMIT-IN-LINE
           END-EVALUATE.
       FILTER-PROFILE-LINE.
           IF WS-IN-LINE = RULER
               IF WS-HELD-RULER = 'Y'
                   PERFORM ADD-BLOCK-LINE
               END-IF
               MOVE 'Y' TO WS-HELD-RULER
           ELSE
               IF WS-IN-LINE = PROFILE-HDR-TEXT
                   PERFORM CLOSE-PROFILE-PAGE
                   MOVE WS-IN-LINE TO WS-OUT-LINE
                   IF WS-HELD-RULER = 'Y'
                       MOVE 'N' TO WS-HELD-RULER
                       MOVE RULER TO WS-IN-LINE
                       PERFORM ADD-BLOCK-LINE
                   END-IF
                   MOVE WS-OUT-LINE TO WS-IN-LINE
                   PERFORM ADD-BLOCK-LINE
               ELSE
                   IF WS-HELD-RULER = 'Y'
                       MOVE 'N' TO WS-HELD-RULER
                       MOVE WS-IN-LINE TO WS-OUT-LINE
                       MOVE RULER TO WS-IN-LINE
                       PERFORM ADD-BLOCK-LINE
                       MOVE WS-OUT-LINE TO WS-IN-LINE
                   END-IF
                   IF WS-IN-LINE(1:6) = 'CODE: '
                       MOVE WS-IN-LINE(7:2) TO WS-BLOCK-CODE
                   END-IF
                   PERFORM ADD-BLOCK-LINE
               END-IF
           END-IF.
       CLOSE-PROFILE-PAGE.
           IF BLOCK-COUNT > 0
               IF WS-BLOCK-CODE = SPACES
                   MOVE SB-ALL-SCOPE(WS-SUB-IX) TO WS-IN-SCOPE
               ELSE
                   MOVE WS-BLOCK-CODE TO WS-CHECK-CODE
                   PERFORM CHECK-CODE-SCOPE
               END-IF
               IF WS-IN-SCOPE = 'Y'
                   ADD 1 TO WS-RPT-DETAILS
                   PERFORM FLUSH-BLOCK
               END-IF
           END-IF.
           MOVE ZERO TO BLOCK-COUNT.
           MOVE SPACES TO WS-BLOCK-CODE.
       LOG-NOTHING-SENT.
           MOVE WS-RUN-DATE TO DL-DATE.
           MOVE WS-RUN-TIME TO DL-TIME.
           MOVE SB-ID(WS-SUB-IX) TO DL-RECIPIENT.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
               UNTIL WS-RPT-IX > 5
               IF SB-REPORT(WS-SUB-IX, WS-RPT-IX) = 'Y'
                   PERFORM LOG-REPORT-RESULT
               END-IF
           END-PERFORM.
           MOVE 'TOTAL   ' TO DL-REPORT.
           MOVE ZERO TO DL-LINES.
           MOVE ZERO TO DL-PAGES.
           MOVE 'NOTHING TO SEND - NO PACKAGE' TO DL-STATUS.
           WRITE DIST-LOG-LINE FROM DIST-LOG-DETAIL.
       LOG-COVER-PAGE.
           MOVE WS-RUN-DATE TO DL-DATE.
           MOVE WS-RUN-TIME TO DL-TIME.
           MOVE SB-ID(WS-SUB-IX) TO DL-RECIPIENT.
           MOVE 'COVER   ' TO DL-REPORT.
           MOVE WS-RPT-LINES TO DL-LINES.
           MOVE WS-PKG-PAGE TO DL-PAGES.
           MOVE 'SENT' TO DL-STATUS.
           WRITE DIST-LOG-LINE FROM DIST-LOG-DETAIL.
       LOG-REPORT-RESULT.
           MOVE WS-RUN-DATE TO DL-DATE.
           MOVE WS-RUN-TIME TO DL-TIME.
           MOVE SB-ID(WS-SUB-IX) TO DL-RECIPIENT.
           MOVE RN-NAME(WS-RPT-IX) TO DL-REPORT.
           PERFORM SET-REPORT-STATUS.
           MOVE WS-OUT-LINE TO DL-STATUS.
           IF RS-DETAILS(WS-RPT-IX) > 0
               MOVE RS-LINES(WS-RPT-IX) TO DL-LINES
               MOVE RS-PAGES(WS-RPT-IX) TO DL-PAGES
               IF WS-EMIT-MODE = 'Y'
                   ADD 1 TO WS-REPORTS-SENT
               END-IF
           ELSE
               MOVE ZERO TO DL-LINES
               MOVE ZERO TO DL-PAGES
               IF RS-FOUND(WS-RPT-IX) = 'N'
                   ADD 1 TO WS-REPORTS-MISSING
               ELSE
                   ADD 1 TO WS-REPORTS-EMPTY
               END-IF
           END-IF.
           WRITE DIST-LOG-LINE FROM DIST-LOG-DETAIL.
       LOG-RECIPIENT-TOTAL.
           MOVE WS-RUN-DATE TO DL-DATE.
           MOVE WS-RUN-TIME TO DL-TIME.
           MOVE SB-ID(WS-SUB-IX) TO DL-RECIPIENT.
           MOVE 'TOTAL   ' TO DL-REPORT.
           MOVE WS-RECIP-LINES TO DL-LINES.
           MOVE WS-PKG-PAGE TO DL-PAGES.
           MOVE 'PACKAGE WRITTEN TO PKGFILE' TO DL-STATUS.
           WRITE DIST-LOG-LINE FROM DIST-LOG-DETAIL.
       WRITE-LOG-TRAILER.
           WRITE DIST-LOG-LINE FROM RULER.
           MOVE 'SUBSCRIBER CARDS READ:' TO DC-LABEL.
           MOVE WS-CARDS-READ TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'SUBSCRIBER CARDS REJECTED:' TO DC-LABEL.
           MOVE WS-CARDS-REJECTED TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'RECIPIENTS:' TO DC-LABEL.
           MOVE SUBSCRIBER-COUNT TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'PACKAGES WRITTEN:' TO DC-LABEL.
           MOVE WS-PACKAGES TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'RECIPIENTS WITH NOTHING SENT:' TO DC-LABEL.
           MOVE WS-NOTHING-SENT TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'REPORTS SENT:' TO DC-LABEL.
           MOVE WS-REPORTS-SENT TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'REPORTS WITH NOTHING IN SCOPE:' TO DC-LABEL.
           MOVE WS-REPORTS-EMPTY TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'REPORTS NOT FOUND:' TO DC-LABEL.
           MOVE WS-REPORTS-MISSING TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'PAGES WRITTEN:' TO DC-LABEL.
           MOVE WS-PAGES-WRITTEN TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'LINES WRITTEN:' TO DC-LABEL.
           MOVE WS-LINES-WRITTEN TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           MOVE 'BLOCK LINES DROPPED:' TO DC-LABEL.
           MOVE WS-LINES-DROPPED TO DC-COUNT.
           WRITE DIST-LOG-LINE FROM DIST-LOG-COUNT-LINE.
           WRITE DIST-LOG-LINE FROM RULER.
