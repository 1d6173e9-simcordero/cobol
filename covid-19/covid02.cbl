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
           SELECT VAXHIST-REC ASSIGN TO VAXHIST
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
       01 WORLD-VAX-WEEKS.
           05 WV-THIS-WEEK PIC 9(13) VALUE ZERO.
           05 WV-LAST-WEEK PIC 9(13) VALUE ZERO.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-HDAT-EOF PIC X VALUE 'N'.
       01 WS-WEEK-END PIC X(10) VALUE SPACES.
       01 WS-THIS-WEEK-START PIC X(10) VALUE SPACES.
       01 WS-LAST-WEEK-START PIC X(10) VALUE SPACES.
           05 WS-DC-NUM-D PIC 9(2).
       01 WS-DC-NUM-N REDEFINES WS-DC-NUM PIC 9(8).
       01 WS-DC-INT PIC 9(7).
       01 WS-CURRENT-CODE PIC X(2) VALUE SPACES.
       01 WS-CURRENT-NAME PIC X(30) VALUE SPACES.
       01 WS-CURRENT-REGION PIC X(20) VALUE SPACES.
               GOBACK
           END-IF.
           OPEN OUTPUT TREND-REC.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           PERFORM LOAD-PARM.
           IF WS-WEEK-END = SPACES
               MOVE 12 TO RETURN-CODE
               CLOSE HDATE-REC
               CLOSE TREND-REC
               IF WS-CNTRY-OPEN = 'Y'
                   CLOSE CNTRY-MASTER
               END-IF
               GOBACK
           END-IF.
           PERFORM SET-WEEK-RANGES.
           PERFORM WRITE-VAX-ROLLUP.
           CLOSE HDATE-REC.
           CLOSE TREND-REC.
           IF WS-CNTRY-OPEN = 'Y'
               CLOSE CNTRY-MASTER
           END-IF.
           GOBACK.
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
       LOAD-PARM.
           OPEN INPUT PARM-REC.
           IF WS-PARM-STATUS = '00'
           END-IF.
       FIND-COUNTRY-NAME.
           MOVE SPACES TO WS-CURRENT-NAME.
           MOVE WS-CURRENT-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-NAME TO WS-CURRENT-NAME
           END-IF.
       FIND-REGION.
           MOVE 'UNKNOWN' TO WS-CURRENT-REGION.
           MOVE WS-CURRENT-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-REGION NOT = SPACES
               MOVE CM-REGION TO WS-CURRENT-REGION
           END-IF.
       ACCUMULATE-REGION-WEEK.
           PERFORM FIND-REGION.
           PERFORM VARYING WS-RGN-IX FROM 1 BY 1
