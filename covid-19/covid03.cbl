       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT TRAN-REC ASSIGN TO TRANFILE
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT HISTORY-REC ASSIGN TO HISTFILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-REC ASSIGN TO AUDTRPT.
           SELECT TRREJ-REC ASSIGN TO TRNREJ.
       DATA DIVISION.
       FILE SECTION.
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
       FD TRAN-REC
           RECORDING MODE F.
       01 TRAN-LINE PIC X(80).
           05 HIST-DEATH-TOT PIC 9(9).
           05 HIST-RECVD-NEW PIC 9(9).
           05 HIST-RECVD-TOT PIC 9(9).
       FD AUDIT-REC
           RECORDING MODE F.
       01 AUDIT-LINE PIC X(80).
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-TRAN-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-AVAILABLE PIC X VALUE 'N'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
       01 WS-CHECK-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-MASTER-FOUND PIC X VALUE 'N'.
       01 WS-REGION-FOUND PIC X VALUE 'N'.
       01 WS-HAS-HISTORY PIC X VALUE 'N'.
       01 WS-ORPHAN-CODE PIC X(2) VALUE SPACES.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CNTRY-EOF PIC X VALUE 'N'.
       01 WS-TRAN-EOF PIC X VALUE 'N'.
       01 MASTER-COUNT PIC 9(5) VALUE ZERO.
       01 REGION-COUNT PIC 9(5) VALUE ZERO.
       01 TRAN-FIELDS.
           05 TR-ACTION PIC X(1).
           05 TR-FILE PIC X(1).
           05 TR-CODE PIC X(2).
           05 TR-DATA PIC X(44).
           05 TR-POP PIC X(9).
           05 TR-HOSP-BEDS PIC X(9).
           05 TR-ICU-BEDS PIC X(9).
       01 WS-TRAN-POP PIC 9(9) VALUE ZERO.
       01 WS-TRAN-HOSP-BEDS PIC 9(7) VALUE ZERO.
       01 WS-TRAN-ICU-BEDS PIC 9(7) VALUE ZERO.
       01 WS-MASTER-POP-X PIC X(9) VALUE SPACES.
       01 WS-MASTER-BEDS-X PIC X(7) VALUE SPACES.
       01 WS-MASTER-ICU-BEDS-X PIC X(7) VALUE SPACES.
       01 WS-FMT-NAME PIC X(44) VALUE SPACES.
       01 WS-FMT-POP PIC 9(9) VALUE ZERO.
       01 WS-FMT-HOSP-BEDS PIC 9(7) VALUE ZERO.
       01 WS-FMT-ICU-BEDS PIC 9(7) VALUE ZERO.
       01 WS-FMT-VALUE PIC X(70) VALUE SPACES.
       01 WS-NUM-CHECK PIC X(9) VALUE SPACES.
       01 WS-POP-OK PIC X VALUE 'Y'.
       01 WS-POP-IX PIC 9(2).
       01 WS-POP-DIGIT-SEEN PIC X VALUE 'N'.
       01 WS-TRAN-VALID PIC X VALUE 'Y'.
       01 WS-TRAN-REASON PIC X(30) VALUE SPACES.
       01 WS-BEFORE-VALUE PIC X(70) VALUE SPACES.
       01 WS-AFTER-VALUE PIC X(70) VALUE SPACES.
       01 WS-TRANS-READ PIC 9(5) VALUE ZERO.
       01 WS-TRANS-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-TRANS-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-MASTER-IN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MASTER-OUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REGION-IN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REGION-OUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 AUDIT-HDR PIC X(80) VALUE
           05 FILLER PIC X(56) VALUE SPACES.
       01 AUDIT-BEFORE.
           05 FILLER PIC X(10) VALUE '  BEFORE: '.
           05 AB-VALUE PIC X(70).
       01 AUDIT-AFTER.
           05 FILLER PIC X(10) VALUE '  AFTER:  '.
           05 AA-VALUE PIC X(70).
       01 AUDIT-COUNT-LINE.
           05 AC-LABEL PIC X(25).
           05 AC-COUNT PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN I-O CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '35'
               OPEN OUTPUT CNTRY-MASTER
               CLOSE CNTRY-MASTER
               OPEN I-O CNTRY-MASTER
           END-IF.
           IF WS-CNTRY-STATUS NOT = '00'
               DISPLAY 'COVID03: CNTRYMST OPEN FAILED, STATUS '
                   WS-CNTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-CNTRY-RECORDS.
           MOVE MASTER-COUNT TO WS-MASTER-IN-COUNT.
           MOVE REGION-COUNT TO WS-REGION-IN-COUNT.
           OPEN INPUT HISTORY-REC.
                   WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM COUNT-CNTRY-RECORDS.
           MOVE MASTER-COUNT TO WS-MASTER-OUT-COUNT.
           MOVE REGION-COUNT TO WS-REGION-OUT-COUNT.
           PERFORM WRITE-ORPHAN-REPORT.
           PERFORM WRITE-AUDIT-TRAILER.
           IF WS-HIST-AVAILABLE = 'Y'
               CLOSE HISTORY-REC
           END-IF.
           CLOSE CNTRY-MASTER.
           CLOSE AUDIT-REC.
           CLOSE TRREJ-REC.
           IF WS-TRANS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       COUNT-CNTRY-RECORDS.
           MOVE ZERO TO MASTER-COUNT.
           MOVE ZERO TO REGION-COUNT.
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
                       IF CM-STATUS = 'A' AND CM-ON-MASTER = 'Y'
                           ADD 1 TO MASTER-COUNT
                       END-IF
                       IF CM-STATUS = 'A' AND CM-REGION NOT = SPACES
                           ADD 1 TO REGION-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO TR-CODE.
           MOVE SPACES TO TR-DATA.
           MOVE SPACES TO TR-POP.
           MOVE SPACES TO TR-HOSP-BEDS.
           MOVE SPACES TO TR-ICU-BEDS.
           UNSTRING TRAN-LINE DELIMITED BY ','
               INTO TR-ACTION TR-FILE TR-CODE TR-DATA TR-POP
                    TR-HOSP-BEDS TR-ICU-BEDS.
           MOVE ZERO TO WS-TRAN-POP.
           MOVE ZERO TO WS-TRAN-HOSP-BEDS.
           MOVE ZERO TO WS-TRAN-ICU-BEDS.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-TRAN-VALID = 'Y'
                   AND TR-FILE = 'M' AND TR-ACTION NOT = 'D'
                   AND TR-POP NOT = SPACES
               COMPUTE WS-TRAN-POP = FUNCTION NUMVAL(TR-POP)
           END-IF.
           IF WS-TRAN-VALID = 'Y'
                   AND TR-FILE = 'M' AND TR-ACTION NOT = 'D'
                   AND TR-HOSP-BEDS NOT = SPACES
               COMPUTE WS-TRAN-HOSP-BEDS =
                   FUNCTION NUMVAL(TR-HOSP-BEDS)
           END-IF.
           IF WS-TRAN-VALID = 'Y'
                   AND TR-FILE = 'M' AND TR-ACTION NOT = 'D'
                   AND TR-ICU-BEDS NOT = SPACES
               COMPUTE WS-TRAN-ICU-BEDS =
                   FUNCTION NUMVAL(TR-ICU-BEDS)
           END-IF.
           IF WS-TRAN-VALID = 'Y'
               IF TR-FILE = 'M'
                   PERFORM APPLY-MASTER-TRAN
           IF WS-TRAN-VALID = 'Y'
                   AND TR-FILE = 'M' AND TR-ACTION NOT = 'D'
                   AND TR-POP NOT = SPACES
               MOVE TR-POP TO WS-NUM-CHECK
               PERFORM CHECK-POP-NUMERIC
               IF WS-POP-OK = 'N'
                   MOVE 'POPULATION NOT NUMERIC' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               END-IF
           END-IF.
           IF WS-TRAN-VALID = 'Y'
                   AND TR-FILE = 'M' AND TR-ACTION NOT = 'D'
                   AND TR-HOSP-BEDS NOT = SPACES
               MOVE TR-HOSP-BEDS TO WS-NUM-CHECK
               PERFORM CHECK-POP-NUMERIC
               IF WS-POP-OK = 'N' OR WS-NUM-CHECK(8:2) NOT = SPACES
                   MOVE 'HOSPITAL BEDS NOT NUMERIC' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               END-IF
           END-IF.
           IF WS-TRAN-VALID = 'Y'
                   AND TR-FILE = 'M' AND TR-ACTION NOT = 'D'
                   AND TR-ICU-BEDS NOT = SPACES
               MOVE TR-ICU-BEDS TO WS-NUM-CHECK
               PERFORM CHECK-POP-NUMERIC
               IF WS-POP-OK = 'N' OR WS-NUM-CHECK(8:2) NOT = SPACES
                   MOVE 'ICU BEDS NOT NUMERIC' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               END-IF
           END-IF.
       CHECK-POP-NUMERIC.
           MOVE 'Y' TO WS-POP-OK.
           MOVE 'N' TO WS-POP-DIGIT-SEEN.
           PERFORM VARYING WS-POP-IX FROM 1 BY 1
               UNTIL WS-POP-IX > 9
               IF WS-NUM-CHECK(WS-POP-IX:1) IS NUMERIC
                   IF WS-POP-DIGIT-SEEN = 'N'
                       MOVE 'Y' TO WS-POP-DIGIT-SEEN
                   END-IF
               ELSE
                   IF WS-NUM-CHECK(WS-POP-IX:1) NOT = SPACE
                       MOVE 'N' TO WS-POP-OK
                   END-IF
                   IF WS-NUM-CHECK(WS-POP-IX:1) = SPACE
                           AND WS-POP-DIGIT-SEEN = 'Y'
                       MOVE 10 TO WS-POP-IX
                   END-IF
               END-IF
           END-PERFORM.
       APPLY-MASTER-TRAN.
           MOVE TR-CODE TO WS-CHECK-CODE.
           PERFORM CHECK-CODE-ON-FILE.
           IF TR-ACTION = 'A'
               IF WS-MASTER-FOUND = 'Y'
                   MOVE 'DUPLICATE CODE' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               ELSE
                   IF WS-CM-FOUND = 'Y' AND CM-STATUS NOT = 'A'
                       MOVE 'CODE RETIRED' TO WS-TRAN-REASON
                       MOVE 'N' TO WS-TRAN-VALID
                   ELSE
                       PERFORM ADD-MASTER-ENTRY
                   END-IF
               END-IF
           END-IF.
           IF TR-ACTION = 'C'
               IF WS-MASTER-FOUND = 'N'
                   MOVE 'CODE NOT ON MASTER' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               ELSE
                   PERFORM LOAD-FORMAT-FIELDS
                   PERFORM FORMAT-MASTER-VALUE
                   MOVE WS-FMT-VALUE TO WS-BEFORE-VALUE
                   MOVE TR-DATA TO CM-NAME
                   IF TR-POP NOT = SPACES
                       MOVE WS-TRAN-POP TO CM-POPULATION
                   END-IF
                   IF TR-HOSP-BEDS NOT = SPACES
                       MOVE WS-TRAN-HOSP-BEDS TO CM-HOSP-BEDS
                   END-IF
                   IF TR-ICU-BEDS NOT = SPACES
                       MOVE WS-TRAN-ICU-BEDS TO CM-ICU-BEDS
                   END-IF
                   PERFORM LOAD-FORMAT-FIELDS
                   PERFORM FORMAT-MASTER-VALUE
                   MOVE WS-FMT-VALUE TO WS-AFTER-VALUE
                   PERFORM REWRITE-CNTRY-RECORD
               END-IF
           END-IF.
           IF TR-ACTION = 'D'
               IF WS-MASTER-FOUND = 'N'
                   MOVE 'CODE NOT ON MASTER' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               ELSE
                   PERFORM CHECK-MASTER-DELETE-ALLOWED
                   IF WS-TRAN-VALID = 'Y'
                       PERFORM LOAD-FORMAT-FIELDS
                       PERFORM FORMAT-MASTER-VALUE
                       MOVE WS-FMT-VALUE TO WS-BEFORE-VALUE
                       MOVE SPACES TO WS-AFTER-VALUE
                       PERFORM REMOVE-MASTER-ENTRY
                   END-IF
               END-IF
           END-IF.
       ADD-MASTER-ENTRY.
           IF WS-CM-FOUND = 'N'
               INITIALIZE CNTRY-MASTER-RECORD
               MOVE TR-CODE TO CM-CODE
               MOVE 'A' TO CM-STATUS
           END-IF.
           MOVE TR-DATA TO CM-NAME.
           MOVE WS-TRAN-POP TO CM-POPULATION.
           MOVE WS-TRAN-HOSP-BEDS TO CM-HOSP-BEDS.
           MOVE WS-TRAN-ICU-BEDS TO CM-ICU-BEDS.
           MOVE 'Y' TO CM-ON-MASTER.
           MOVE SPACES TO WS-BEFORE-VALUE.
           PERFORM LOAD-FORMAT-FIELDS.
           PERFORM FORMAT-MASTER-VALUE.
           MOVE WS-FMT-VALUE TO WS-AFTER-VALUE.
           IF WS-CM-FOUND = 'Y'
               PERFORM REWRITE-CNTRY-RECORD
           ELSE
               WRITE CNTRY-MASTER-RECORD
                   INVALID KEY
                       MOVE 'CNTRYMST WRITE FAILED' TO WS-TRAN-REASON
                       MOVE 'N' TO WS-TRAN-VALID
               END-WRITE
           END-IF.
       REMOVE-MASTER-ENTRY.
           IF CM-REGION = SPACES
               DELETE CNTRY-MASTER
                   INVALID KEY
                       MOVE 'CNTRYMST DELETE FAILED' TO WS-TRAN-REASON
                       MOVE 'N' TO WS-TRAN-VALID
               END-DELETE
           ELSE
               MOVE 'N' TO CM-ON-MASTER
               MOVE SPACES TO CM-NAME
               MOVE ZERO TO CM-POPULATION
               MOVE ZERO TO CM-HOSP-BEDS
               MOVE ZERO TO CM-ICU-BEDS
               PERFORM REWRITE-CNTRY-RECORD
           END-IF.
       REWRITE-CNTRY-RECORD.
           REWRITE CNTRY-MASTER-RECORD
               INVALID KEY
                   MOVE 'CNTRYMST REWRITE FAILED' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
           END-REWRITE.
       CHECK-MASTER-DELETE-ALLOWED.
           IF TR-DATA = 'FORCE'
               CONTINUE
           ELSE
               IF WS-REGION-FOUND = 'Y'
                   MOVE 'CODE STILL ON REGION MAP' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
                   END-IF
               END-IF
           END-IF.
       CHECK-CODE-ON-FILE.
           MOVE 'N' TO WS-CM-FOUND.
           MOVE 'N' TO WS-MASTER-FOUND.
           MOVE 'N' TO WS-REGION-FOUND.
           MOVE WS-CHECK-CODE TO CM-CODE.
           READ CNTRY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CM-FOUND
                   IF CM-STATUS = 'A' AND CM-ON-MASTER = 'Y'
                       MOVE 'Y' TO WS-MASTER-FOUND
                   END-IF
                   IF CM-STATUS = 'A' AND CM-REGION NOT = SPACES
                       MOVE 'Y' TO WS-REGION-FOUND
                   END-IF
           END-READ.
       CHECK-CODE-HAS-HISTORY.
           MOVE 'N' TO WS-HAS-HISTORY.
           IF WS-HIST-AVAILABLE = 'Y'
                   END-READ
               END-IF
           END-IF.
       LOAD-FORMAT-FIELDS.
           MOVE CM-NAME TO WS-FMT-NAME.
           MOVE CM-POPULATION TO WS-FMT-POP.
           MOVE CM-HOSP-BEDS TO WS-FMT-HOSP-BEDS.
           MOVE CM-ICU-BEDS TO WS-FMT-ICU-BEDS.
       FORMAT-MASTER-VALUE.
           MOVE SPACES TO WS-FMT-VALUE.
           MOVE WS-FMT-POP TO WS-MASTER-POP-X.
           MOVE WS-FMT-HOSP-BEDS TO WS-MASTER-BEDS-X.
           MOVE WS-FMT-ICU-BEDS TO WS-MASTER-ICU-BEDS-X.
           STRING FUNCTION TRIM(WS-FMT-NAME) DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-MASTER-POP-X  DELIMITED BY SIZE
                  '  BEDS '        DELIMITED BY SIZE
                  WS-MASTER-BEDS-X DELIMITED BY SIZE
                  ' ICU '          DELIMITED BY SIZE
                  WS-MASTER-ICU-BEDS-X DELIMITED BY SIZE
               INTO WS-FMT-VALUE
           END-STRING.
       APPLY-REGION-TRAN.
           MOVE TR-CODE TO WS-CHECK-CODE.
           PERFORM CHECK-CODE-ON-FILE.
           IF TR-ACTION = 'A' OR TR-ACTION = 'C'
               IF WS-MASTER-FOUND = 'N'
                   MOVE 'CODE NOT ACTIVE ON MASTER' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               PERFORM APPLY-REGION-ACTION
           END-IF.
       APPLY-REGION-ACTION.
           IF TR-ACTION = 'A'
               IF WS-REGION-FOUND = 'Y'
                   MOVE 'DUPLICATE CODE' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               ELSE
                   MOVE SPACES TO WS-BEFORE-VALUE
                   MOVE TR-DATA TO CM-REGION
                   MOVE TR-DATA TO WS-AFTER-VALUE
                   PERFORM REWRITE-CNTRY-RECORD
               END-IF
           END-IF.
           IF TR-ACTION = 'C'
               IF WS-REGION-FOUND = 'N'
                   MOVE 'CODE NOT ON REGION MAP' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               ELSE
                   MOVE CM-REGION TO WS-BEFORE-VALUE
                   MOVE TR-DATA TO CM-REGION
                   MOVE TR-DATA TO WS-AFTER-VALUE
                   PERFORM REWRITE-CNTRY-RECORD
               END-IF
           END-IF.
           IF TR-ACTION = 'D'
               IF WS-REGION-FOUND = 'N'
                   MOVE 'CODE NOT ON REGION MAP' TO WS-TRAN-REASON
                   MOVE 'N' TO WS-TRAN-VALID
               ELSE
                   MOVE CM-REGION TO WS-BEFORE-VALUE
                   MOVE SPACES TO WS-AFTER-VALUE
                   PERFORM REMOVE-REGION-ENTRY
               END-IF
           END-IF.
       REMOVE-REGION-ENTRY.
           MOVE SPACES TO CM-REGION.
           IF CM-ON-MASTER = 'Y'
               PERFORM REWRITE-CNTRY-RECORD
           ELSE
               DELETE CNTRY-MASTER
                   INVALID KEY
                       MOVE 'CNTRYMST DELETE FAILED' TO WS-TRAN-REASON
                       MOVE 'N' TO WS-TRAN-VALID
               END-DELETE
           END-IF.
       WRITE-AUDIT-HEADER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE TRAN-LINE TO TJ-CARD.
           MOVE WS-TRAN-REASON TO TJ-REASON.
           WRITE TRREJ-LINE FROM TRREJ-DETAIL.
       WRITE-ORPHAN-REPORT.
           WRITE AUDIT-LINE FROM RULER.
           WRITE AUDIT-LINE FROM ORPHAN-HDR.
           MOVE ZERO TO WS-ORPHAN-COUNT.
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
                       IF CM-STATUS = 'A' AND CM-ON-MASTER = 'N'
                               AND CM-REGION NOT = SPACES
                           ADD 1 TO WS-ORPHAN-COUNT
                           MOVE CM-CODE TO OR-CODE
                           MOVE 'REGION MAPPING WITH NO MASTER ENTRY'
                               TO OR-REASON
                           WRITE AUDIT-LINE FROM ORPHAN-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIST-AVAILABLE = 'Y'
               PERFORM SCAN-HISTORY-ORPHANS
           END-PERFORM.
       CHECK-HISTORY-CODE-KNOWN.
           MOVE WS-ORPHAN-CODE TO WS-CHECK-CODE.
           PERFORM CHECK-CODE-ON-FILE.
           IF WS-MASTER-FOUND = 'N' AND WS-REGION-FOUND = 'N'
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE WS-CHECK-CODE TO OR-CODE
               MOVE 'HISTORY CODE UNKNOWN TO MASTER AND REGION'
                   TO OR-REASON
               WRITE AUDIT-LINE FROM ORPHAN-DETAIL
           END-IF.
       WRITE-AUDIT-TRAILER.
           WRITE AUDIT-LINE FROM RULER.
