       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-REC ASSIGN TO MASTFILE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REGION-REC ASSIGN TO REGNFILE
               FILE STATUS IS WS-REGION-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT CONV-RPT-REC ASSIGN TO CONVRPT.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-REC
           RECORDING MODE F.
       01 PARM-LINE PIC X(20).
       FD MASTER-REC
           RECORDING MODE F.
       01 MASTER-LINE PIC X(80).
       FD REGION-REC
           RECORDING MODE F.
       01 REGION-INPUT-LINE PIC X(30).
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
       FD CONV-RPT-REC
           RECORDING MODE F.
       01 CONV-RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-REGION-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-MASTER-EOF PIC X VALUE 'N'.
       01 WS-REGION-EOF PIC X VALUE 'N'.
       01 WS-CNTRY-EOF PIC X VALUE 'N'.
       01 WS-REGION-OPEN PIC X VALUE 'N'.
       01 WS-REBUILD PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-LINE-OK PIC X VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-IN-CODE PIC X(2) VALUE SPACES.
       01 WS-IN-NAME PIC X(44) VALUE SPACES.
       01 WS-IN-REGION PIC X(20) VALUE SPACES.
       01 WS-MASTER-POP-X PIC X(9) VALUE SPACES.
       01 WS-MASTER-HOSP-X PIC X(9) VALUE SPACES.
       01 WS-MASTER-ICU-X PIC X(9) VALUE SPACES.
       01 WS-MASTER-READ PIC 9(7) VALUE ZERO.
       01 WS-MASTER-LOADED PIC 9(7) VALUE ZERO.
       01 WS-MASTER-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-REGION-READ PIC 9(7) VALUE ZERO.
       01 WS-REGION-MERGED PIC 9(7) VALUE ZERO.
       01 WS-REGION-ORPHAN PIC 9(7) VALUE ZERO.
       01 WS-REGION-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-FILE-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-FILE-ON-MASTER PIC 9(7) VALUE ZERO.
       01 WS-FILE-REGION-ONLY PIC 9(7) VALUE ZERO.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 CONV-HDR PIC X(80) VALUE
           'COUNTRY MASTER CONVERSION - MASTFILE/REGNFILE TO CNTRYMST'.
       01 CONV-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 CS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 CS-TIME PIC X(8).
           05 FILLER PIC X(8) VALUE '  MODE: '.
           05 CS-MODE PIC X(7).
           05 FILLER PIC X(31) VALUE SPACES.
       01 CONV-DETAIL-HDR PIC X(80) VALUE
           'FILE      CODE  REASON                          INPUT'.
       01 CONV-DETAIL.
           05 CD-FILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-CODE PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CD-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-INPUT PIC X(32).
       01 CONV-NONE-LINE PIC X(80) VALUE
           '  NO REJECTED OR REGION-ONLY ENTRIES'.
       01 CONV-COUNT-LINE.
           05 CC-LABEL PIC X(30).
           05 CC-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.
       01 CONV-BALANCE-OK PIC X(80) VALUE
           'BALANCE: INPUT = LOADED + MERGED + REJECTED = ON FILE'.
       01 CONV-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: INPUT, REJECTS AND CNTRYMST DISAGREE'.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM.
           OPEN INPUT MASTER-REC.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'COVID21: MASTFILE OPEN FAILED, STATUS '
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REBUILD = 'Y'
               OPEN OUTPUT CNTRY-MASTER
               CLOSE CNTRY-MASTER
           END-IF.
           OPEN I-O CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '35'
               OPEN OUTPUT CNTRY-MASTER
               CLOSE CNTRY-MASTER
               OPEN I-O CNTRY-MASTER
           END-IF.
           IF WS-CNTRY-STATUS NOT = '00'
               DISPLAY 'COVID21: CNTRYMST OPEN FAILED, STATUS '
                   WS-CNTRY-STATUS
               CLOSE MASTER-REC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-FILE-RECORDS.
           IF WS-FILE-RECORDS > ZERO
               DISPLAY 'COVID21: CNTRYMST ALREADY LOADED, RECORDS '
                   WS-FILE-RECORDS
               DISPLAY 'COVID21: SUPPLY MODE=REBUILD TO RELOAD'
               CLOSE MASTER-REC
               CLOSE CNTRY-MASTER
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CONV-RPT-REC.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-MASTER-FILE.
           CLOSE MASTER-REC.
           OPEN INPUT REGION-REC.
           IF WS-REGION-STATUS = '00'
               MOVE 'Y' TO WS-REGION-OPEN
               PERFORM MERGE-REGION-FILE
               CLOSE REGION-REC
           ELSE
               DISPLAY 'COVID21: REGNFILE NOT AVAILABLE, STATUS '
                   WS-REGION-STATUS
           END-IF.
           IF WS-MASTER-REJECTED + WS-REGION-REJECTED
                   + WS-REGION-ORPHAN = ZERO
               WRITE CONV-RPT-LINE FROM CONV-NONE-LINE
           END-IF.
           PERFORM COUNT-FILE-RECORDS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE CNTRY-MASTER.
           CLOSE CONV-RPT-REC.
           DISPLAY 'COVID21: MASTER LOADED ' WS-MASTER-LOADED
               ' REGIONS MERGED ' WS-REGION-MERGED
               ' REJECTED ' WS-MASTER-REJECTED ' ' WS-REGION-REJECTED.
           IF WS-BALANCED = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MASTER-REJECTED > 0 OR WS-REGION-REJECTED > 0
                       OR WS-REGION-ORPHAN > 0
                       OR WS-REGION-OPEN = 'N'
                   MOVE 4 TO RETURN-CODE
               END-IF
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
                           IF WS-PARM-KEY = 'MODE'
                                   AND WS-PARM-VALUE = 'REBUILD'
                               MOVE 'Y' TO WS-REBUILD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-REC
           END-IF.
       COUNT-FILE-RECORDS.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE ZERO TO WS-FILE-ON-MASTER.
           MOVE ZERO TO WS-FILE-REGION-ONLY.
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
                       ADD 1 TO WS-FILE-RECORDS
                       IF CM-ON-MASTER = 'Y'
                           ADD 1 TO WS-FILE-ON-MASTER
                       ELSE
                           ADD 1 TO WS-FILE-REGION-ONLY
                       END-IF
               END-READ
           END-PERFORM.
       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO CS-DATE.
           MOVE WS-RUN-TIME TO CS-TIME.
           IF WS-REBUILD = 'Y'
               MOVE 'REBUILD' TO CS-MODE
           ELSE
               MOVE 'INITIAL' TO CS-MODE
           END-IF.
           WRITE CONV-RPT-LINE FROM RULER.
           WRITE CONV-RPT-LINE FROM CONV-HDR.
           WRITE CONV-RPT-LINE FROM CONV-STAMP.
           WRITE CONV-RPT-LINE FROM RULER.
           WRITE CONV-RPT-LINE FROM CONV-DETAIL-HDR.
       LOAD-MASTER-FILE.
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ MASTER-REC
                   AT END MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       PERFORM LOAD-MASTER-LINE
               END-READ
           END-PERFORM.
       LOAD-MASTER-LINE.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-IN-CODE.
           MOVE SPACES TO WS-IN-NAME.
           MOVE SPACES TO WS-MASTER-POP-X.
           MOVE SPACES TO WS-MASTER-HOSP-X.
           MOVE SPACES TO WS-MASTER-ICU-X.
           UNSTRING MASTER-LINE DELIMITED BY ','
               INTO WS-IN-CODE
                    WS-IN-NAME
                    WS-MASTER-POP-X
                    WS-MASTER-HOSP-X
                    WS-MASTER-ICU-X.
           PERFORM CHECK-INPUT-CODE.
           IF WS-LINE-OK = 'Y'
               INITIALIZE CNTRY-MASTER-RECORD
               MOVE WS-IN-CODE TO CM-CODE
               MOVE WS-IN-NAME TO CM-NAME
               IF WS-MASTER-POP-X(1:1) IS NUMERIC
                   COMPUTE CM-POPULATION =
                       FUNCTION NUMVAL(WS-MASTER-POP-X)
               END-IF
               IF WS-MASTER-HOSP-X(1:1) IS NUMERIC
                   COMPUTE CM-HOSP-BEDS =
                       FUNCTION NUMVAL(WS-MASTER-HOSP-X)
               END-IF
               IF WS-MASTER-ICU-X(1:1) IS NUMERIC
                   COMPUTE CM-ICU-BEDS =
                       FUNCTION NUMVAL(WS-MASTER-ICU-X)
               END-IF
               MOVE 'Y' TO CM-ON-MASTER
               MOVE 'A' TO CM-STATUS
               WRITE CNTRY-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-LINE-OK
                       MOVE 'DUPLICATE CODE' TO WS-REJECT-REASON
               END-WRITE
           END-IF.
           IF WS-LINE-OK = 'Y'
               ADD 1 TO WS-MASTER-LOADED
           ELSE
               ADD 1 TO WS-MASTER-REJECTED
               MOVE 'MASTFILE' TO CD-FILE
               MOVE WS-IN-CODE TO CD-CODE
               MOVE WS-REJECT-REASON TO CD-REASON
               MOVE MASTER-LINE TO CD-INPUT
               WRITE CONV-RPT-LINE FROM CONV-DETAIL
           END-IF.
       MERGE-REGION-FILE.
           PERFORM UNTIL WS-REGION-EOF = 'Y'
               READ REGION-REC
                   AT END MOVE 'Y' TO WS-REGION-EOF
                   NOT AT END
                       ADD 1 TO WS-REGION-READ
                       PERFORM MERGE-REGION-LINE
               END-READ
           END-PERFORM.
       MERGE-REGION-LINE.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-IN-CODE.
           MOVE SPACES TO WS-IN-REGION.
           UNSTRING REGION-INPUT-LINE DELIMITED BY ','
               INTO WS-IN-CODE WS-IN-REGION.
           PERFORM CHECK-INPUT-CODE.
           IF WS-LINE-OK = 'Y' AND WS-IN-REGION = SPACES
               MOVE 'N' TO WS-LINE-OK
               MOVE 'MISSING REGION NAME' TO WS-REJECT-REASON
           END-IF.
           IF WS-LINE-OK = 'Y'
               MOVE WS-IN-CODE TO CM-CODE
               READ CNTRY-MASTER
                   INVALID KEY
                       PERFORM ADD-REGION-ONLY
                   NOT INVALID KEY
                       PERFORM MERGE-REGION-INTO-MASTER
               END-READ
           END-IF.
           IF WS-LINE-OK = 'N'
               ADD 1 TO WS-REGION-REJECTED
               MOVE 'REGNFILE' TO CD-FILE
               MOVE WS-IN-CODE TO CD-CODE
               MOVE WS-REJECT-REASON TO CD-REASON
               MOVE REGION-INPUT-LINE TO CD-INPUT
               WRITE CONV-RPT-LINE FROM CONV-DETAIL
           END-IF.
       MERGE-REGION-INTO-MASTER.
           IF CM-REGION NOT = SPACES
               MOVE 'N' TO WS-LINE-OK
               MOVE 'DUPLICATE CODE' TO WS-REJECT-REASON
           ELSE
               MOVE WS-IN-REGION TO CM-REGION
               REWRITE CNTRY-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-LINE-OK
                       MOVE 'CNTRYMST REWRITE FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
               IF WS-LINE-OK = 'Y'
                   ADD 1 TO WS-REGION-MERGED
               END-IF
           END-IF.
       ADD-REGION-ONLY.
           INITIALIZE CNTRY-MASTER-RECORD.
           MOVE WS-IN-CODE TO CM-CODE.
           MOVE WS-IN-REGION TO CM-REGION.
           MOVE 'N' TO CM-ON-MASTER.
           MOVE 'A' TO CM-STATUS.
           WRITE CNTRY-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-LINE-OK
                   MOVE 'CNTRYMST WRITE FAILED' TO WS-REJECT-REASON
           END-WRITE.
           IF WS-LINE-OK = 'Y'
               ADD 1 TO WS-REGION-ORPHAN
               MOVE 'REGNFILE' TO CD-FILE
               MOVE WS-IN-CODE TO CD-CODE
               MOVE 'NO MASTER ENTRY - REGION ONLY' TO CD-REASON
               MOVE REGION-INPUT-LINE TO CD-INPUT
               WRITE CONV-RPT-LINE FROM CONV-DETAIL
           END-IF.
       CHECK-INPUT-CODE.
           IF WS-IN-CODE = SPACES
               OR WS-IN-CODE(1:1) IS NOT ALPHABETIC
               OR WS-IN-CODE(2:1) IS NOT ALPHABETIC
               OR WS-IN-CODE(1:1) = SPACE
               OR WS-IN-CODE(2:1) = SPACE
               MOVE 'N' TO WS-LINE-OK
               MOVE 'INVALID COUNTRY CODE' TO WS-REJECT-REASON
           END-IF.
       WRITE-REPORT-TRAILER.
           IF WS-MASTER-READ NOT =
                   WS-MASTER-LOADED + WS-MASTER-REJECTED
               MOVE 'N' TO WS-BALANCED
           END-IF.
           IF WS-REGION-READ NOT = WS-REGION-MERGED
                   + WS-REGION-ORPHAN + WS-REGION-REJECTED
               MOVE 'N' TO WS-BALANCED
           END-IF.
           IF WS-FILE-ON-MASTER NOT = WS-MASTER-LOADED
                   OR WS-FILE-REGION-ONLY NOT = WS-REGION-ORPHAN
                   OR WS-FILE-RECORDS NOT =
                       WS-MASTER-LOADED + WS-REGION-ORPHAN
               MOVE 'N' TO WS-BALANCED
           END-IF.
           WRITE CONV-RPT-LINE FROM RULER.
           MOVE 'MASTFILE LINES READ:' TO CC-LABEL.
           MOVE WS-MASTER-READ TO CC-COUNT.
           WRITE CONV-RPT-LINE FROM CONV-COUNT-LINE.
           MOVE 'MASTER ENTRIES LOADED:' TO CC-LABEL.
           MOVE WS-MASTER-LOADED TO CC-COUNT.
           WRITE CONV-RPT-LINE FROM CONV-COUNT-LINE.
           MOVE 'MASTER LINES REJECTED:' TO CC-LABEL.
           MOVE WS-MASTER-REJECTED TO CC-COUNT.
           WRITE CONV-RPT-LINE FROM CONV-COUNT-LINE.
           MOVE 'REGNFILE LINES READ:' TO CC-LABEL.
           MOVE WS-REGION-READ TO CC-COUNT.
           WRITE CONV-RPT-LINE FROM CONV-COUNT-LINE.
           MOVE 'REGIONS MERGED TO MASTER:' TO CC-LABEL.
           MOVE WS-REGION-MERGED TO CC-COUNT.
           WRITE CONV-RPT-LINE FROM CONV-COUNT-LINE.
           MOVE 'REGION-ONLY ENTRIES ADDED:' TO CC-LABEL.
           MOVE WS-REGION-ORPHAN TO CC-COUNT.
           WRITE CONV-RPT-LINE FROM CONV-COUNT-LINE.
           MOVE 'REGION LINES REJECTED:' TO CC-LABEL.
           MOVE WS-REGION-REJECTED TO CC-COUNT.
           WRITE CONV-RPT-LINE FROM CONV-COUNT-LINE.
           MOVE 'CNTRYMST RECORDS ON FILE:' TO CC-LABEL.
           MOVE WS-FILE-RECORDS TO CC-COUNT.
           WRITE CONV-RPT-LINE FROM CONV-COUNT-LINE.
           IF WS-BALANCED = 'Y'
               WRITE CONV-RPT-LINE FROM CONV-BALANCE-OK
           ELSE
               WRITE CONV-RPT-LINE FROM CONV-BALANCE-BAD
           END-IF.
           WRITE CONV-RPT-LINE FROM RULER.
