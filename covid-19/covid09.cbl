               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCHIVE-REC ASSIGN TO ARCHFILE
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RANGE-REC ASSIGN TO LRNGRPT.
           05 ARCH-DEATH-TOT PIC 9(9).
           05 ARCH-RECVD-NEW PIC 9(9).
           05 ARCH-RECVD-TOT PIC 9(9).
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
           '**************************************************'.
       01 WS-HIST-STATUS PIC XX VALUE ZEROS.
       01 WS-ARCH-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-ARCH-EOF PIC X VALUE 'N'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 20 TIMES.
              10 RQ-CODE PIC X(2).
       01 WS-REQ-IX PIC 9(2).
       01 WS-FROM-DATE PIC X(10) VALUE LOW-VALUES.
       01 WS-TO-DATE PIC X(10) VALUE HIGH-VALUES.
       01 WS-CURRENT-CODE PIC X(2) VALUE SPACES.
       01 WS-CURRENT-NAME PIC X(44) VALUE SPACES.
       01 WS-CURRENT-MONTH PIC X(7) VALUE SPACES.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           OPEN OUTPUT RANGE-REC.
           PERFORM WRITE-REPORT-HEADER.
           END-PERFORM.
           CLOSE HISTORY-REC.
           CLOSE RANGE-REC.
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
           WRITE RANGE-LINE FROM RANGE-COUNTRY-TOT-LINE.
       FIND-COUNTRY-NAME.
           MOVE SPACES TO WS-CURRENT-NAME.
           MOVE WS-CURRENT-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-NAME TO WS-CURRENT-NAME
           END-IF.
       WRITE-REPORT-HEADER.
           WRITE RANGE-LINE FROM RULER.
           WRITE RANGE-LINE FROM RANGE-HDR.
