       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ADJ-REC ASSIGN TO ADJLOG
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT ADJ-RPT-REC ASSIGN TO ADJRPT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD PARM-REC
           RECORDING MODE F.
       01 PARM-LINE PIC X(20).
       FD ADJ-REC
           RECORDING MODE F.
       01 ADJ-RECORD.
           05 ADJ-PERIOD PIC X(7).
           05 ADJ-FILE PIC X(8).
           05 ADJ-CODE PIC X(2).
           05 ADJ-DATE PIC X(10).
           05 ADJ-ACTION PIC X.
           05 ADJ-SOURCE PIC X(8).
           05 ADJ-MODE PIC X(10).
           05 ADJ-RUN-DATE PIC X(8).
           05 ADJ-RUN-TIME PIC X(8).
           05 ADJ-OLD.
              10 ADJ-OLD-COUNT PIC 9(9) OCCURS 6 TIMES.
           05 ADJ-NEW.
              10 ADJ-NEW-COUNT PIC 9(9) OCCURS 6 TIMES.
       FD ADJ-RPT-REC
           RECORDING MODE F.
       01 ADJ-RPT-LINE PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-PERIOD PIC X(7).
           05 SR-CODE PIC X(2).
           05 SR-DATE PIC X(10).
           05 SR-SEQ PIC 9(7).
           05 SR-ADJ PIC X(170).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-ADJ-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-ADJ-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 WS-ADJ-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-REPORT-MONTH PIC X(7) VALUE SPACES.
       01 WS-REPORT-ALL PIC X VALUE 'N'.
       01 WS-LOGGED-MONTH PIC X(7) VALUE SPACES.
       01 WS-MONTH-NUM.
           05 WS-MONTH-YEAR PIC 9(4).
           05 WS-MONTH-MONTH PIC 9(2).
       01 WS-ADJ-READ PIC 9(7) VALUE ZERO.
       01 WS-ADJ-SELECTED PIC 9(7) VALUE ZERO.
       01 WS-ADJ-RETURNED PIC 9(7) VALUE ZERO.
       01 WS-ADJ-LISTED PIC 9(7) VALUE ZERO.
       01 WS-PERIODS-AFFECTED PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-PERIOD PIC X(7) VALUE SPACES.
       01 WS-PERIOD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CNT-IX PIC 9(2).
       01 PERIOD-NET-TABLE.
           05 PN-CHANGE PIC S9(11) OCCURS 6 TIMES.
       01 REPORT-NET-TABLE.
           05 RN-CHANGE PIC S9(11) OCCURS 6 TIMES.
       01 WS-CHANGE PIC S9(10) VALUE ZERO.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 ADJ-HDR PIC X(80) VALUE
           'PRIOR-PERIOD ADJUSTMENTS - CHANGES AFTER MONTH-END CLOSE'.
       01 ADJ-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 AS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 AS-TIME PIC X(8).
           05 FILLER PIC X(46) VALUE SPACES.
       01 ADJ-MONTH-LINE.
           05 FILLER PIC X(15) VALUE 'LOGGED DURING: '.
           05 AM-MONTH PIC X(7).
           05 FILLER PIC X(58) VALUE SPACES.
       01 ADJ-PERIOD-HDR.
           05 FILLER PIC X(15) VALUE 'CLOSED PERIOD: '.
           05 AP-PERIOD PIC X(7).
           05 FILLER PIC X(58) VALUE SPACES.
       01 ADJ-DETAIL.
           05 AD-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-SOURCE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AD-MODE PIC X(10).
           05 FILLER PIC X(9) VALUE '  LOGGED '.
           05 AD-RUN-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AD-RUN-TIME PIC X(8).
           05 FILLER PIC X(9) VALUE SPACES.
       01 ADJ-VALUE-COL-HDR.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(12) VALUE '   CASES NEW'.
           05 FILLER PIC X(12) VALUE '   CASES TOT'.
           05 FILLER PIC X(12) VALUE '  DEATHS NEW'.
           05 FILLER PIC X(12) VALUE '  DEATHS TOT'.
           05 FILLER PIC X(12) VALUE '   RECVD NEW'.
           05 FILLER PIC X(12) VALUE '   RECVD TOT'.
           05 FILLER PIC X(2) VALUE SPACES.
       01 ADJ-VALUE-LINE.
           05 AV-LABEL PIC X(6).
           05 AV-ENTRY OCCURS 6 TIMES.
              10 FILLER PIC X(1).
              10 AV-COUNT PIC ----------9.
           05 FILLER PIC X(2).
       01 ADJ-PERIOD-TOTAL.
           05 FILLER PIC X(7) VALUE 'PERIOD '.
           05 AT-PERIOD PIC X(7).
           05 FILLER PIC X(14) VALUE ' ADJUSTMENTS: '.
           05 AT-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
       01 ADJ-NONE-LINE PIC X(80) VALUE
           'NO PRIOR-PERIOD ADJUSTMENTS LOGGED'.
       01 ADJ-COUNT-LINE.
           05 AC-LABEL PIC X(30).
           05 AC-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.
       01 ADJ-BALANCE-OK PIC X(80) VALUE
           'BALANCE: SELECTED = SORTED = LISTED BY PERIOD'.
       01 ADJ-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: SELECTED, SORTED AND LISTED DISAGREE'.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM.
           IF WS-REPORT-MONTH = SPACES
               PERFORM DEFAULT-REPORT-MONTH
           END-IF.
           OPEN INPUT ADJ-REC.
           IF WS-ADJ-STATUS = '00'
               MOVE 'Y' TO WS-ADJ-OPEN
           ELSE
               IF WS-ADJ-STATUS NOT = '35'
                   DISPLAY 'COVID19: ADJLOG OPEN FAILED, STATUS '
                       WS-ADJ-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           MOVE ZERO TO PERIOD-NET-TABLE.
           MOVE ZERO TO REPORT-NET-TABLE.
           OPEN OUTPUT ADJ-RPT-REC.
           PERFORM WRITE-REPORT-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-PERIOD SR-CODE SR-DATE SR-SEQ
               INPUT PROCEDURE IS SELECT-ADJUSTMENTS
               OUTPUT PROCEDURE IS LIST-ADJUSTMENTS.
           PERFORM WRITE-REPORT-TRAILER.
           IF WS-ADJ-OPEN = 'Y'
               CLOSE ADJ-REC
           END-IF.
           CLOSE ADJ-RPT-REC.
           DISPLAY 'COVID19: ADJUSTMENTS ' WS-ADJ-SELECTED
               ' PERIODS ' WS-PERIODS-AFFECTED.
           IF WS-BALANCED = 'N'
               MOVE 8 TO RETURN-CODE
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
                               IF WS-PARM-VALUE(1:3) = 'ALL'
                                   MOVE 'Y' TO WS-REPORT-ALL
                                   MOVE 'ALL' TO WS-REPORT-MONTH
                               ELSE
                                   MOVE WS-PARM-VALUE(1:7)
                                       TO WS-REPORT-MONTH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-REC
           END-IF.
       DEFAULT-REPORT-MONTH.
           MOVE WS-RUN-DATE(1:4) TO WS-MONTH-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-MONTH-MONTH.
           IF WS-MONTH-MONTH = 1
               SUBTRACT 1 FROM WS-MONTH-YEAR
               MOVE 12 TO WS-MONTH-MONTH
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MONTH
           END-IF.
           STRING WS-MONTH-YEAR  DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-MONTH-MONTH DELIMITED BY SIZE
               INTO WS-REPORT-MONTH
           END-STRING.
       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO AS-DATE.
           MOVE WS-RUN-TIME TO AS-TIME.
           WRITE ADJ-RPT-LINE FROM RULER.
           WRITE ADJ-RPT-LINE FROM ADJ-HDR.
           WRITE ADJ-RPT-LINE FROM ADJ-STAMP.
           MOVE WS-REPORT-MONTH TO AM-MONTH.
           WRITE ADJ-RPT-LINE FROM ADJ-MONTH-LINE.
           WRITE ADJ-RPT-LINE FROM RULER.
       SELECT-ADJUSTMENTS.
           IF WS-ADJ-OPEN = 'N'
               MOVE 'Y' TO WS-ADJ-EOF
           END-IF.
           PERFORM UNTIL WS-ADJ-EOF = 'Y'
               READ ADJ-REC
                   AT END MOVE 'Y' TO WS-ADJ-EOF
                   NOT AT END
                       ADD 1 TO WS-ADJ-READ
                       PERFORM SELECT-ONE-ADJUSTMENT
               END-READ
           END-PERFORM.
       SELECT-ONE-ADJUSTMENT.
           MOVE SPACES TO WS-LOGGED-MONTH.
           STRING ADJ-RUN-DATE(1:4) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  ADJ-RUN-DATE(5:2) DELIMITED BY SIZE
               INTO WS-LOGGED-MONTH
           END-STRING.
           IF WS-REPORT-ALL = 'Y'
                   OR WS-LOGGED-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-ADJ-SELECTED
               MOVE ADJ-PERIOD TO SR-PERIOD
               MOVE ADJ-CODE TO SR-CODE
               MOVE ADJ-DATE TO SR-DATE
               MOVE WS-ADJ-READ TO SR-SEQ
               MOVE ADJ-RECORD TO SR-ADJ
               RELEASE SORT-RECORD
           END-IF.
       LIST-ADJUSTMENTS.
           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-ADJ-RETURNED
                       PERFORM LIST-ONE-ADJUSTMENT
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-PERIOD NOT = SPACES
               PERFORM WRITE-PERIOD-TOTAL
           END-IF.
           IF WS-ADJ-RETURNED = ZERO
               WRITE ADJ-RPT-LINE FROM ADJ-NONE-LINE
               WRITE ADJ-RPT-LINE FROM RULER
           END-IF.
       LIST-ONE-ADJUSTMENT.
           MOVE SR-ADJ TO ADJ-RECORD.
           IF ADJ-PERIOD NOT = WS-CURRENT-PERIOD
               IF WS-CURRENT-PERIOD NOT = SPACES
                   PERFORM WRITE-PERIOD-TOTAL
               END-IF
               MOVE ADJ-PERIOD TO WS-CURRENT-PERIOD
               ADD 1 TO WS-PERIODS-AFFECTED
               MOVE ZERO TO WS-PERIOD-COUNT
               MOVE ZERO TO PERIOD-NET-TABLE
               MOVE ADJ-PERIOD TO AP-PERIOD
               WRITE ADJ-RPT-LINE FROM ADJ-PERIOD-HDR
               WRITE ADJ-RPT-LINE FROM ADJ-VALUE-COL-HDR
           END-IF.
           ADD 1 TO WS-PERIOD-COUNT.
           MOVE ADJ-CODE TO AD-CODE.
           MOVE ADJ-DATE TO AD-DATE.
           IF ADJ-ACTION = 'A'
               MOVE 'ADDED' TO AD-ACTION
           ELSE
               MOVE 'REPLACED' TO AD-ACTION
           END-IF.
           MOVE ADJ-SOURCE TO AD-SOURCE.
           MOVE ADJ-MODE TO AD-MODE.
           MOVE ADJ-RUN-DATE TO AD-RUN-DATE.
           MOVE ADJ-RUN-TIME TO AD-RUN-TIME.
           WRITE ADJ-RPT-LINE FROM ADJ-DETAIL.
           MOVE SPACES TO ADJ-VALUE-LINE.
           MOVE '  OLD' TO AV-LABEL.
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               UNTIL WS-CNT-IX > 6
               MOVE ADJ-OLD-COUNT(WS-CNT-IX) TO AV-COUNT(WS-CNT-IX)
           END-PERFORM.
           WRITE ADJ-RPT-LINE FROM ADJ-VALUE-LINE.
           MOVE '  NEW' TO AV-LABEL.
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               UNTIL WS-CNT-IX > 6
               MOVE ADJ-NEW-COUNT(WS-CNT-IX) TO AV-COUNT(WS-CNT-IX)
           END-PERFORM.
           WRITE ADJ-RPT-LINE FROM ADJ-VALUE-LINE.
           MOVE '  CHG' TO AV-LABEL.
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               UNTIL WS-CNT-IX > 6
               COMPUTE WS-CHANGE = ADJ-NEW-COUNT(WS-CNT-IX)
                   - ADJ-OLD-COUNT(WS-CNT-IX)
               MOVE WS-CHANGE TO AV-COUNT(WS-CNT-IX)
               ADD WS-CHANGE TO PN-CHANGE(WS-CNT-IX)
               ADD WS-CHANGE TO RN-CHANGE(WS-CNT-IX)
           END-PERFORM.
           WRITE ADJ-RPT-LINE FROM ADJ-VALUE-LINE.
       WRITE-PERIOD-TOTAL.
           ADD WS-PERIOD-COUNT TO WS-ADJ-LISTED.
           MOVE WS-CURRENT-PERIOD TO AT-PERIOD.
           MOVE WS-PERIOD-COUNT TO AT-COUNT.
           WRITE ADJ-RPT-LINE FROM ADJ-PERIOD-TOTAL.
           MOVE SPACES TO ADJ-VALUE-LINE.
           MOVE '  NET' TO AV-LABEL.
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               UNTIL WS-CNT-IX > 6
               MOVE PN-CHANGE(WS-CNT-IX) TO AV-COUNT(WS-CNT-IX)
           END-PERFORM.
           WRITE ADJ-RPT-LINE FROM ADJ-VALUE-LINE.
           WRITE ADJ-RPT-LINE FROM RULER.
       WRITE-REPORT-TRAILER.
           IF WS-ADJ-SELECTED NOT = WS-ADJ-RETURNED
                   OR WS-ADJ-RETURNED NOT = WS-ADJ-LISTED
               MOVE 'N' TO WS-BALANCED
           END-IF.
           MOVE SPACES TO ADJ-VALUE-LINE.
           MOVE 'TOTAL' TO AV-LABEL.
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
               UNTIL WS-CNT-IX > 6
               MOVE RN-CHANGE(WS-CNT-IX) TO AV-COUNT(WS-CNT-IX)
           END-PERFORM.
           WRITE ADJ-RPT-LINE FROM ADJ-VALUE-COL-HDR.
           WRITE ADJ-RPT-LINE FROM ADJ-VALUE-LINE.
           MOVE 'ADJLOG RECORDS READ:' TO AC-LABEL.
           MOVE WS-ADJ-READ TO AC-COUNT.
           WRITE ADJ-RPT-LINE FROM ADJ-COUNT-LINE.
           MOVE 'ADJUSTMENTS SELECTED:' TO AC-LABEL.
           MOVE WS-ADJ-SELECTED TO AC-COUNT.
           WRITE ADJ-RPT-LINE FROM ADJ-COUNT-LINE.
           MOVE 'ADJUSTMENTS LISTED:' TO AC-LABEL.
           MOVE WS-ADJ-LISTED TO AC-COUNT.
           WRITE ADJ-RPT-LINE FROM ADJ-COUNT-LINE.
           MOVE 'CLOSED PERIODS AFFECTED:' TO AC-LABEL.
           MOVE WS-PERIODS-AFFECTED TO AC-COUNT.
           WRITE ADJ-RPT-LINE FROM ADJ-COUNT-LINE.
           IF WS-BALANCED = 'Y'
               WRITE ADJ-RPT-LINE FROM ADJ-BALANCE-OK
           ELSE
               WRITE ADJ-RPT-LINE FROM ADJ-BALANCE-BAD
           END-IF.
           WRITE ADJ-RPT-LINE FROM RULER.
