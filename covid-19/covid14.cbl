       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID14.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE2-REC ASSIGN TO SRC2FILE
               FILE STATUS IS WS-SRC2-STATUS.
           SELECT HISTORY-REC ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HDATE-REC ASSIGN TO HDATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HDAT-KEY
               FILE STATUS IS WS-HDAT-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RECON-REC ASSIGN TO RECNRPT.
           SELECT RECON-EXC-REC ASSIGN TO RCNXFILE.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD SOURCE2-REC
           RECORDING MODE F.
       01 SOURCE2-LINE PIC X(160).
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
       FD RECON-REC
           RECORDING MODE F.
       01 RECON-LINE PIC X(80).
       FD RECON-EXC-REC
           RECORDING MODE F.
       01 RECON-EXC-LINE PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-CODE PIC X(2).
           05 SR-COUNTRY PIC X(44).
           05 SR-CASE-NEW PIC 9(9).
           05 SR-CASE-TOT PIC 9(9).
           05 SR-DEATH-TOT PIC 9(9).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-SRC2-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-STATUS PIC XX VALUE ZEROS.
       01 WS-HDAT-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-SRC2-EOF PIC X VALUE 'N'.
       01 WS-HDAT-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-RECON-DATE PIC X(10) VALUE SPACES.
       01 WS-TOL-PCT PIC 9(3)V9 VALUE 5.0.
       01 WS-TOL-ABS PIC 9(9) VALUE 100.
       01 WS-TOL-PCT-EDIT PIC ZZ9.9.
       01 WS-TOL-ABS-EDIT PIC ZZZZZZZZ9.
       01 S2-FIELDS.
           05 S2-COUNTRY PIC X(44).
           05 S2-CODE PIC X(2).
           05 S2-SLUG PIC X(44).
           05 S2-CASE-NEW PIC 9(9).
           05 S2-CASE-TOT PIC 9(9).
           05 S2-DEATH-NEW PIC 9(9).
           05 S2-DEATH-TOT PIC 9(9).
           05 S2-RECVD-NEW PIC 9(9).
           05 S2-RECVD-TOT PIC 9(9).
       01 S2-TIMESTAMP.
           05 S2-DATE PIC X(10).
           05 S2-TIME PIC X(9).
       01 WS-UNSTRING-COUNT PIC 9(2) VALUE ZERO.
       01 WS-S2-VALID PIC X VALUE 'Y'.
       01 WS-S2-REASON PIC X(30) VALUE SPACES.
       01 WS-SRC-CODE PIC X(2) VALUE SPACES.
       01 WS-HDAT-CODE PIC X(2) VALUE SPACES.
       01 WS-PREV-SRC-CODE PIC X(2) VALUE SPACES.
       01 WS-NAME PIC X(44) VALUE SPACES.
       01 WS-OUT-OF-TOL PIC X VALUE 'N'.
       01 WS-MEASURE-OUT PIC X VALUE 'N'.
       01 WS-OURS PIC 9(9) VALUE ZERO.
       01 WS-THEIRS PIC 9(9) VALUE ZERO.
       01 WS-DIFF PIC S9(10) VALUE ZERO.
       01 WS-ABS-DIFF PIC 9(10) VALUE ZERO.
       01 WS-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-ABS-PCT PIC 9(5)V9 VALUE ZERO.
       01 WS-OUT-MEASURES PIC X(34) VALUE SPACES.
       01 WS-OUT-MEASURES-PREV PIC X(34) VALUE SPACES.
       01 WS-MEASURE-NAME PIC X(12) VALUE SPACES.
       01 WS-FIRST-MEASURE PIC X VALUE 'Y'.
       01 RECON-COUNTS.
           05 WS-S2-READ PIC 9(7) VALUE ZERO.
           05 WS-S2-PROV PIC 9(7) VALUE ZERO.
           05 WS-S2-REJECTED PIC 9(7) VALUE ZERO.
           05 WS-S2-OTHER-DATE PIC 9(7) VALUE ZERO.
           05 WS-S2-SELECTED PIC 9(7) VALUE ZERO.
           05 WS-S2-RETURNED PIC 9(7) VALUE ZERO.
           05 WS-S2-DUPLICATE PIC 9(7) VALUE ZERO.
           05 WS-HIST-FOR-DATE PIC 9(7) VALUE ZERO.
           05 WS-COMPARED PIC 9(7) VALUE ZERO.
           05 WS-WITHIN-TOL PIC 9(7) VALUE ZERO.
           05 WS-OUTSIDE-TOL PIC 9(7) VALUE ZERO.
           05 WS-ONLY-HIST PIC 9(7) VALUE ZERO.
           05 WS-ONLY-SRC2 PIC 9(7) VALUE ZERO.
           05 WS-EXC-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 RECON-HDR PIC X(80) VALUE
           'SECOND-SOURCE RECONCILIATION - VARIANCE AGAINST HISTFILE'.
       01 RECON-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 RS-TIME PIC X(8).
           05 FILLER PIC X(13) VALUE '  FEED DATE: '.
           05 RS-RECON-DATE PIC X(10).
           05 FILLER PIC X(23) VALUE SPACES.
       01 RECON-TOL-LINE.
           05 FILLER PIC X(20) VALUE 'TOLERANCE: OVER PCT '.
           05 RT-PCT PIC X(5).
           05 FILLER PIC X(16) VALUE ' AND OVER COUNT '.
           05 RT-ABS PIC X(9).
           05 FILLER PIC X(30) VALUE SPACES.
       01 RECON-COL-HDR.
           05 FILLER PIC X(4) VALUE 'CODE'.
           05 FILLER PIC X(21) VALUE ' COUNTRY'.
           05 FILLER PIC X(12) VALUE 'MEASURE'.
           05 FILLER PIC X(9) VALUE ' HISTFILE'.
           05 FILLER PIC X(10) VALUE '  SOURCE 2'.
           05 FILLER PIC X(11) VALUE '       DIFF'.
           05 FILLER PIC X(9) VALUE '    PCT'.
           05 FILLER PIC X(4) VALUE SPACES.
       01 RECON-DETAIL.
           05 RD-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-MEASURE PIC X(12).
           05 RD-OURS PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-THEIRS PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-DIFF PIC +ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-PCT PIC +ZZZZ9.9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RD-FLAG PIC X(3).
       01 RECON-ONLY-LINE.
           05 RO-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RO-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RO-TEXT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RO-CASE-TOT PIC ZZZZZZZZ9.
           05 FILLER PIC X(14) VALUE SPACES.
       01 RECON-REJECT-LINE.
           05 FILLER PIC X(13) VALUE 'REJECTED:    '.
           05 RR-INPUT PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RR-REASON PIC X(30).
       01 RECON-EXCEPTION.
           05 RX-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RX-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RX-REASON PIC X(28).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RX-MEASURES PIC X(34).
       01 RECON-COUNT-LINE.
           05 RC-LABEL PIC X(30).
           05 RC-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.
       01 RECON-NOFEED-LINE PIC X(80) VALUE
           'SECOND SOURCE NOT RECEIVED - NO RECONCILIATION TONIGHT'.
       01 RECON-BALANCE-OK PIC X(80) VALUE
           'BALANCE: BOTH SOURCES FULLY ACCOUNTED FOR'.
       01 RECON-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: COUNTRIES NOT FULLY ACCOUNTED FOR'.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM.
           OPEN INPUT HISTORY-REC.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'COVID14: HISTFILE OPEN FAILED, STATUS '
                   WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HDATE-REC.
           IF WS-HDAT-STATUS NOT = '00'
               DISPLAY 'COVID14: HDATFILE OPEN FAILED, STATUS '
                   WS-HDAT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE HISTORY-REC
               GOBACK
           END-IF.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           OPEN OUTPUT RECON-REC.
           OPEN OUTPUT RECON-EXC-REC.
           OPEN INPUT SOURCE2-REC.
           IF WS-SRC2-STATUS NOT = '00'
               PERFORM WRITE-REPORT-HEADER
               WRITE RECON-LINE FROM RECON-NOFEED-LINE
               WRITE RECON-LINE FROM RULER
               CLOSE HISTORY-REC
               CLOSE HDATE-REC
               CLOSE RECON-REC
               CLOSE RECON-EXC-REC
               DISPLAY 'COVID14: SRC2FILE NOT AVAILABLE, STATUS '
                   WS-SRC2-STATUS
               MOVE 4 TO RETURN-CODE
               IF WS-CNTRY-OPEN = 'Y'
                   CLOSE CNTRY-MASTER
               END-IF
               GOBACK
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CODE
               INPUT PROCEDURE IS SELECT-SOURCE2-RECORDS
               OUTPUT PROCEDURE IS RECONCILE-SOURCES.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE SOURCE2-REC.
           CLOSE HISTORY-REC.
           CLOSE HDATE-REC.
           CLOSE RECON-REC.
           CLOSE RECON-EXC-REC.
           DISPLAY 'COVID14: COMPARED ' WS-COMPARED
               ' EXCEPTIONS ' WS-EXC-WRITTEN.
           IF WS-BALANCED = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXC-WRITTEN > 0
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
               MOVE WS-PARM-VALUE(1:10) TO WS-RECON-DATE
           END-IF.
           IF WS-PARM-KEY = 'TOLP'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-TOL-PCT = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
           IF WS-PARM-KEY = 'TOLA'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-TOL-ABS = FUNCTION NUMVAL(WS-PARM-VALUE)
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
       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO RS-DATE.
           MOVE WS-RUN-TIME TO RS-TIME.
           MOVE WS-RECON-DATE TO RS-RECON-DATE.
           WRITE RECON-LINE FROM RULER.
           WRITE RECON-LINE FROM RECON-HDR.
           WRITE RECON-LINE FROM RECON-STAMP.
           MOVE WS-TOL-PCT TO WS-TOL-PCT-EDIT.
           MOVE WS-TOL-PCT-EDIT TO RT-PCT.
           MOVE WS-TOL-ABS TO WS-TOL-ABS-EDIT.
           MOVE WS-TOL-ABS-EDIT TO RT-ABS.
           WRITE RECON-LINE FROM RECON-TOL-LINE.
           WRITE RECON-LINE FROM RULER.
       SELECT-SOURCE2-RECORDS.
           PERFORM UNTIL WS-SRC2-EOF = 'Y'
               READ SOURCE2-REC
                   AT END MOVE 'Y' TO WS-SRC2-EOF
                   NOT AT END
                       ADD 1 TO WS-S2-READ
                       IF SOURCE2-LINE(1:2) = 'P,'
                           ADD 1 TO WS-S2-PROV
                       ELSE
                           PERFORM SELECT-SOURCE2-RECORD
                       END-IF
               END-READ
           END-PERFORM.
       SELECT-SOURCE2-RECORD.
           MOVE SPACES TO S2-COUNTRY.
           MOVE SPACES TO S2-CODE.
           MOVE SPACES TO S2-SLUG.
           MOVE ZERO TO S2-CASE-NEW.
           MOVE ZERO TO S2-CASE-TOT.
           MOVE ZERO TO S2-DEATH-NEW.
           MOVE ZERO TO S2-DEATH-TOT.
           MOVE ZERO TO S2-RECVD-NEW.
           MOVE ZERO TO S2-RECVD-TOT.
           MOVE SPACES TO S2-TIMESTAMP.
           MOVE ZERO TO WS-UNSTRING-COUNT.
           UNSTRING SOURCE2-LINE DELIMITED BY ','
               INTO S2-COUNTRY
                    S2-CODE
                    S2-SLUG
                    S2-CASE-NEW
                    S2-CASE-TOT
                    S2-DEATH-NEW
                    S2-DEATH-TOT
                    S2-RECVD-NEW
                    S2-RECVD-TOT
                    S2-TIMESTAMP
               TALLYING IN WS-UNSTRING-COUNT.
           PERFORM VALIDATE-SOURCE2-RECORD.
           IF WS-S2-VALID = 'N'
               ADD 1 TO WS-S2-REJECTED
               IF WS-S2-REJECTED = 1
                   PERFORM WRITE-REPORT-HEADER
               END-IF
               MOVE SOURCE2-LINE TO RR-INPUT
               MOVE WS-S2-REASON TO RR-REASON
               WRITE RECON-LINE FROM RECON-REJECT-LINE
           ELSE
               IF WS-RECON-DATE = SPACES
                   MOVE S2-DATE TO WS-RECON-DATE
               END-IF
               IF S2-DATE NOT = WS-RECON-DATE
                   ADD 1 TO WS-S2-OTHER-DATE
               ELSE
                   MOVE S2-CODE TO SR-CODE
                   MOVE S2-COUNTRY TO SR-COUNTRY
                   MOVE S2-CASE-NEW TO SR-CASE-NEW
                   MOVE S2-CASE-TOT TO SR-CASE-TOT
                   MOVE S2-DEATH-TOT TO SR-DEATH-TOT
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-S2-SELECTED
               END-IF
           END-IF.
       VALIDATE-SOURCE2-RECORD.
           MOVE 'Y' TO WS-S2-VALID.
           MOVE SPACES TO WS-S2-REASON.
           IF WS-UNSTRING-COUNT < 10
               MOVE 'LINE SHORT - MISSING FIELD(S)' TO WS-S2-REASON
               MOVE 'N' TO WS-S2-VALID
           END-IF.
           IF WS-S2-VALID = 'Y'
               IF S2-CODE = SPACES
                   OR S2-CODE(1:1) = SPACE
                   OR S2-CODE(2:1) = SPACE
                   OR S2-CODE(1:1) IS NOT ALPHABETIC
                   OR S2-CODE(2:1) IS NOT ALPHABETIC
                   MOVE 'INVALID COUNTRY CODE' TO WS-S2-REASON
                   MOVE 'N' TO WS-S2-VALID
               END-IF
           END-IF.
           IF WS-S2-VALID = 'Y'
                   AND (S2-CASE-NEW IS NOT NUMERIC
                   OR S2-CASE-TOT IS NOT NUMERIC
                   OR S2-DEATH-TOT IS NOT NUMERIC)
               MOVE 'COUNT FIELD NOT NUMERIC' TO WS-S2-REASON
               MOVE 'N' TO WS-S2-VALID
           END-IF.
           IF WS-S2-VALID = 'Y'
                   AND (S2-DATE(1:4) IS NOT NUMERIC
                   OR S2-DATE(6:2) IS NOT NUMERIC
                   OR S2-DATE(9:2) IS NOT NUMERIC)
               MOVE 'INVALID DATE' TO WS-S2-REASON
               MOVE 'N' TO WS-S2-VALID
           END-IF.
       RECONCILE-SOURCES.
           IF WS-S2-REJECTED = 0
               PERFORM WRITE-REPORT-HEADER
           ELSE
               WRITE RECON-LINE FROM RULER
           END-IF.
           WRITE RECON-LINE FROM RECON-COL-HDR.
           MOVE WS-RECON-DATE TO HDAT-DATE.
           MOVE LOW-VALUES TO HDAT-CODE.
           START HDATE-REC KEY IS NOT LESS THAN HDAT-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-HDAT-STATUS NOT = '00'
               MOVE 'Y' TO WS-HDAT-EOF
               MOVE HIGH-VALUES TO WS-HDAT-CODE
           ELSE
               PERFORM READ-NEXT-HDATE
           END-IF.
           PERFORM RETURN-NEXT-SOURCE2.
           PERFORM UNTIL WS-SRC-CODE = HIGH-VALUES
                   AND WS-HDAT-CODE = HIGH-VALUES
               IF WS-SRC-CODE = WS-PREV-SRC-CODE
                   PERFORM REPORT-DUPLICATE-SOURCE2
                   PERFORM RETURN-NEXT-SOURCE2
               ELSE
                   IF WS-SRC-CODE < WS-HDAT-CODE
                       PERFORM REPORT-ONLY-SOURCE2
                       MOVE WS-SRC-CODE TO WS-PREV-SRC-CODE
                       PERFORM RETURN-NEXT-SOURCE2
                   ELSE
                       IF WS-SRC-CODE > WS-HDAT-CODE
                           PERFORM REPORT-ONLY-HISTORY
                           PERFORM READ-NEXT-HDATE
                       ELSE
                           PERFORM COMPARE-COUNTRY
                           MOVE WS-SRC-CODE TO WS-PREV-SRC-CODE
                           PERFORM RETURN-NEXT-SOURCE2
                           PERFORM READ-NEXT-HDATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       RETURN-NEXT-SOURCE2.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
                   MOVE HIGH-VALUES TO WS-SRC-CODE
               NOT AT END
                   ADD 1 TO WS-S2-RETURNED
                   MOVE SR-CODE TO WS-SRC-CODE
           END-RETURN.
       READ-NEXT-HDATE.
           IF WS-HDAT-EOF = 'N'
               READ HDATE-REC NEXT
                   AT END MOVE 'Y' TO WS-HDAT-EOF
                   NOT AT END
                       IF HDAT-DATE NOT = WS-RECON-DATE
                           MOVE 'Y' TO WS-HDAT-EOF
                       END-IF
               END-READ
           END-IF.
           IF WS-HDAT-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-HDAT-CODE
           ELSE
               ADD 1 TO WS-HIST-FOR-DATE
               MOVE HDAT-CODE TO WS-HDAT-CODE
           END-IF.
       FIND-COUNTRY-NAME.
           MOVE SPACES TO WS-NAME.
           MOVE WS-HDAT-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-NAME TO WS-NAME
           END-IF.
       COMPARE-COUNTRY.
           MOVE WS-HDAT-CODE TO HIST-CODE.
           MOVE WS-RECON-DATE TO HIST-DATE.
           READ HISTORY-REC
               INVALID KEY
                   MOVE HDAT-CASE-NEW TO HIST-CASE-NEW
                   MOVE HDAT-CASE-TOT TO HIST-CASE-TOT
                   MOVE HDAT-DEATH-TOT TO HIST-DEATH-TOT
           END-READ.
           ADD 1 TO WS-COMPARED.
           MOVE 'N' TO WS-OUT-OF-TOL.
           MOVE SPACES TO WS-OUT-MEASURES.
           MOVE 'Y' TO WS-FIRST-MEASURE.
           MOVE 'NEW CASES' TO WS-MEASURE-NAME.
           MOVE HIST-CASE-NEW TO WS-OURS.
           MOVE SR-CASE-NEW TO WS-THEIRS.
           PERFORM COMPARE-MEASURE.
           MOVE 'TOTAL CASES' TO WS-MEASURE-NAME.
           MOVE HIST-CASE-TOT TO WS-OURS.
           MOVE SR-CASE-TOT TO WS-THEIRS.
           PERFORM COMPARE-MEASURE.
           MOVE 'TOTAL DEATHS' TO WS-MEASURE-NAME.
           MOVE HIST-DEATH-TOT TO WS-OURS.
           MOVE SR-DEATH-TOT TO WS-THEIRS.
           PERFORM COMPARE-MEASURE.
           IF WS-OUT-OF-TOL = 'Y'
               ADD 1 TO WS-OUTSIDE-TOL
               MOVE WS-HDAT-CODE TO RX-CODE
               MOVE 'OUT OF TOLERANCE' TO RX-REASON
               MOVE WS-OUT-MEASURES TO RX-MEASURES
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-WITHIN-TOL
           END-IF.
       COMPARE-MEASURE.
           COMPUTE WS-DIFF = WS-THEIRS - WS-OURS.
           IF WS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF.
           IF WS-OURS > 0
               COMPUTE WS-PCT ROUNDED = WS-DIFF * 100 / WS-OURS
                   ON SIZE ERROR MOVE 99999.9 TO WS-PCT
               END-COMPUTE
           ELSE
               IF WS-DIFF = 0
                   MOVE ZERO TO WS-PCT
               ELSE
                   MOVE 99999.9 TO WS-PCT
               END-IF
           END-IF.
           IF WS-PCT < 0
               COMPUTE WS-ABS-PCT = 0 - WS-PCT
           ELSE
               MOVE WS-PCT TO WS-ABS-PCT
           END-IF.
           MOVE 'N' TO WS-MEASURE-OUT.
           IF WS-ABS-DIFF > WS-TOL-ABS AND WS-ABS-PCT > WS-TOL-PCT
               MOVE 'Y' TO WS-MEASURE-OUT
               MOVE 'Y' TO WS-OUT-OF-TOL
               IF WS-OUT-MEASURES = SPACES
                   MOVE WS-MEASURE-NAME TO WS-OUT-MEASURES
               ELSE
                   MOVE WS-OUT-MEASURES TO WS-OUT-MEASURES-PREV
                   MOVE SPACES TO WS-OUT-MEASURES
                   STRING FUNCTION TRIM(WS-OUT-MEASURES-PREV)
                              DELIMITED BY SIZE
                          ';'            DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MEASURE-NAME)
                              DELIMITED BY SIZE
                       INTO WS-OUT-MEASURES
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-IF.
           IF WS-FIRST-MEASURE = 'Y'
               MOVE 'N' TO WS-FIRST-MEASURE
               MOVE WS-HDAT-CODE TO RD-CODE
               MOVE SR-COUNTRY TO RD-NAME
           ELSE
               MOVE SPACES TO RD-CODE
               MOVE SPACES TO RD-NAME
           END-IF.
           MOVE WS-MEASURE-NAME TO RD-MEASURE.
           MOVE WS-OURS TO RD-OURS.
           MOVE WS-THEIRS TO RD-THEIRS.
           MOVE WS-DIFF TO RD-DIFF.
           MOVE WS-PCT TO RD-PCT.
           IF WS-MEASURE-OUT = 'Y'
               MOVE '***' TO RD-FLAG
           ELSE
               MOVE SPACES TO RD-FLAG
           END-IF.
           WRITE RECON-LINE FROM RECON-DETAIL.
       REPORT-ONLY-SOURCE2.
           ADD 1 TO WS-ONLY-SRC2.
           MOVE WS-SRC-CODE TO RO-CODE.
           MOVE SR-COUNTRY TO RO-NAME.
           MOVE 'ONLY IN SECOND SOURCE' TO RO-TEXT.
           MOVE SR-CASE-TOT TO RO-CASE-TOT.
           WRITE RECON-LINE FROM RECON-ONLY-LINE.
           MOVE WS-SRC-CODE TO RX-CODE.
           MOVE 'ONLY IN SECOND SOURCE' TO RX-REASON.
           MOVE SPACES TO RX-MEASURES.
           PERFORM WRITE-EXCEPTION.
       REPORT-ONLY-HISTORY.
           ADD 1 TO WS-ONLY-HIST.
           PERFORM FIND-COUNTRY-NAME.
           MOVE WS-HDAT-CODE TO RO-CODE.
           MOVE WS-NAME TO RO-NAME.
           MOVE 'ONLY IN HISTFILE' TO RO-TEXT.
           MOVE HDAT-CASE-TOT TO RO-CASE-TOT.
           WRITE RECON-LINE FROM RECON-ONLY-LINE.
           MOVE WS-HDAT-CODE TO RX-CODE.
           MOVE 'ONLY IN HISTFILE' TO RX-REASON.
           MOVE SPACES TO RX-MEASURES.
           PERFORM WRITE-EXCEPTION.
       REPORT-DUPLICATE-SOURCE2.
           ADD 1 TO WS-S2-DUPLICATE.
           MOVE WS-SRC-CODE TO RO-CODE.
           MOVE SR-COUNTRY TO RO-NAME.
           MOVE 'DUPLICATE IN SECOND SOURCE' TO RO-TEXT.
           MOVE SR-CASE-TOT TO RO-CASE-TOT.
           WRITE RECON-LINE FROM RECON-ONLY-LINE.
       WRITE-EXCEPTION.
           MOVE WS-RECON-DATE TO RX-DATE.
           WRITE RECON-EXC-LINE FROM RECON-EXCEPTION.
           ADD 1 TO WS-EXC-WRITTEN.
       WRITE-REPORT-TRAILER.
           IF WS-S2-SELECTED NOT = WS-S2-RETURNED
                   OR WS-S2-RETURNED NOT =
                       WS-COMPARED + WS-ONLY-SRC2 + WS-S2-DUPLICATE
                   OR WS-HIST-FOR-DATE NOT =
                       WS-COMPARED + WS-ONLY-HIST
                   OR WS-S2-READ NOT = WS-S2-PROV + WS-S2-REJECTED
                       + WS-S2-OTHER-DATE + WS-S2-SELECTED
               MOVE 'N' TO WS-BALANCED
           END-IF.
           WRITE RECON-LINE FROM RULER.
           MOVE 'SOURCE 2 LINES READ:' TO RC-LABEL.
           MOVE WS-S2-READ TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'SOURCE 2 PROVINCE LINES:' TO RC-LABEL.
           MOVE WS-S2-PROV TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'SOURCE 2 LINES REJECTED:' TO RC-LABEL.
           MOVE WS-S2-REJECTED TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'SOURCE 2 OTHER DATES:' TO RC-LABEL.
           MOVE WS-S2-OTHER-DATE TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'SOURCE 2 COUNTRIES SELECTED:' TO RC-LABEL.
           MOVE WS-S2-SELECTED TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'SOURCE 2 DUPLICATES:' TO RC-LABEL.
           MOVE WS-S2-DUPLICATE TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'HISTFILE COUNTRIES FOR DATE:' TO RC-LABEL.
           MOVE WS-HIST-FOR-DATE TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'COUNTRIES COMPARED:' TO RC-LABEL.
           MOVE WS-COMPARED TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'WITHIN TOLERANCE:' TO RC-LABEL.
           MOVE WS-WITHIN-TOL TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'OUTSIDE TOLERANCE:' TO RC-LABEL.
           MOVE WS-OUTSIDE-TOL TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'ONLY IN HISTFILE:' TO RC-LABEL.
           MOVE WS-ONLY-HIST TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'ONLY IN SECOND SOURCE:' TO RC-LABEL.
           MOVE WS-ONLY-SRC2 TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           MOVE 'EXCEPTIONS WRITTEN:' TO RC-LABEL.
           MOVE WS-EXC-WRITTEN TO RC-COUNT.
           WRITE RECON-LINE FROM RECON-COUNT-LINE.
           IF WS-BALANCED = 'Y'
               WRITE RECON-LINE FROM RECON-BALANCE-OK
           ELSE
               WRITE RECON-LINE FROM RECON-BALANCE-BAD
           END-IF.
           WRITE RECON-LINE FROM RULER.
