           SELECT ALERT-MASTER ASSIGN TO ALRTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ALRTMST-STATUS.
           SELECT ACK-REC ASSIGN TO ACKFILE
               FILE STATUS IS WS-ACK-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT AGE-REC ASSIGN TO ALRTAGE.
       DATA DIVISION.
       FILE SECTION.
       FD ALERT-MASTER
           RECORDING MODE F.
       01 ALERT-MASTER-RECORD.
           05 AM-KEY.
              10 AM-CODE PIC X(2).
              10 AM-TYPE PIC X.
           05 AM-STATUS PIC X.
           05 AM-OPEN-DATE PIC X(10).
           05 AM-LAST-DATE PIC X(10).
       FD ACK-REC
           RECORDING MODE F.
       01 ACK-LINE PIC X(20).
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
       FD AGE-REC
           RECORDING MODE F.
       01 AGE-LINE PIC X(80).
           '**************************************************'.
       01 WS-ALRTMST-STATUS PIC XX VALUE ZEROS.
       01 WS-ACK-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-ACK-EOF PIC X VALUE 'N'.
       01 WS-ALERT-EOF PIC X VALUE 'N'.
       01 WS-ACK-CODE PIC X(2) VALUE SPACES.
       01 WS-ACK-TYPE PIC X VALUE SPACES.
       01 WS-ALERT-FOUND PIC X VALUE 'N'.
       01 WS-ACKS-READ PIC 9(5) VALUE ZERO.
       01 WS-ACKS-APPLIED PIC 9(5) VALUE ZERO.
       01 AGE-OPEN-HDR PIC X(80) VALUE
           'OPEN ALERTS - NEW AND ONGOING'.
       01 AGE-COL-HDR.
           05 FILLER PIC X(6) VALUE 'CD T'.
           05 FILLER PIC X(26) VALUE 'COUNTRY'.
           05 FILLER PIC X(12) VALUE 'OPENED'.
           05 FILLER PIC X(6) VALUE ' DAYS'.
           05 FILLER PIC X(7) VALUE ' STATE'.
       01 AGE-DETAIL.
           05 AD-CODE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AD-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-NAME PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-OPEN-DATE PIC X(10).
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           OPEN OUTPUT AGE-REC.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-ACKS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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
       APPLY-ACK-CARDS.
           WRITE AGE-LINE FROM AGE-ACK-REJ-HDR.
           OPEN INPUT ACK-REC.
           WRITE AGE-LINE FROM RULER.
       APPLY-ONE-ACK.
           MOVE ACK-LINE(1:2) TO WS-ACK-CODE.
           MOVE 'C' TO WS-ACK-TYPE.
           IF ACK-LINE(3:1) = ','
               MOVE ACK-LINE(4:1) TO WS-ACK-TYPE
           END-IF.
           IF WS-ACK-CODE = SPACES
               OR WS-ACK-CODE(1:1) IS NOT ALPHABETIC
               OR WS-ACK-CODE(2:1) IS NOT ALPHABETIC
               MOVE 'INVALID COUNTRY CODE' TO AJ-REASON
               WRITE AGE-LINE FROM AGE-ACK-REJ-DETAIL
           ELSE
               IF WS-ACK-TYPE NOT = 'C' AND WS-ACK-TYPE NOT = 'H'
                   ADD 1 TO WS-ACKS-REJECTED
                   MOVE ACK-LINE TO AJ-CARD
                   MOVE 'INVALID ALERT TYPE' TO AJ-REASON
                   WRITE AGE-LINE FROM AGE-ACK-REJ-DETAIL
               ELSE
                   PERFORM APPLY-ACK-TO-ALERT
               END-IF
           END-IF.
       APPLY-ACK-TO-ALERT.
           MOVE 'N' TO WS-ALERT-FOUND.
           MOVE WS-ACK-CODE TO AM-CODE.
           MOVE WS-ACK-TYPE TO AM-TYPE.
           READ ALERT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALERT-FOUND
           END-READ.
           IF WS-ALERT-FOUND = 'N'
               ADD 1 TO WS-ACKS-REJECTED
               MOVE ACK-LINE TO AJ-CARD
               MOVE 'NO ALERT ON FILE' TO AJ-REASON
               WRITE AGE-LINE FROM AGE-ACK-REJ-DETAIL
           ELSE
               IF AM-STATUS = 'O'
                   MOVE 'Y' TO AM-ACK
                   MOVE WS-TODAY TO AM-ACK-DATE
                   REWRITE ALERT-MASTER-RECORD
                   ADD 1 TO WS-ACKS-APPLIED
               ELSE
                   ADD 1 TO WS-ACKS-REJECTED
                   MOVE ACK-LINE TO AJ-CARD
                   MOVE 'ALERT ALREADY CLOSED' TO AJ-REASON
                   WRITE AGE-LINE FROM AGE-ACK-REJ-DETAIL
               END-IF
           END-IF.
       WRITE-AGING-REPORT.
           WRITE AGE-LINE FROM AGE-OPEN-HDR.
           WRITE AGE-LINE FROM AGE-COL-HDR.
           MOVE LOW-VALUES TO AM-KEY.
           START ALERT-MASTER KEY IS NOT LESS THAN AM-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           WRITE AGE-LINE FROM RULER.
           WRITE AGE-LINE FROM AGE-UNACK-HDR.
           MOVE 'N' TO WS-ALERT-EOF.
           MOVE LOW-VALUES TO AM-KEY.
           START ALERT-MASTER KEY IS NOT LESS THAN AM-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           WRITE AGE-LINE FROM AGE-DETAIL.
       FILL-ALERT-DETAIL.
           MOVE AM-CODE TO AD-CODE.
           MOVE AM-TYPE TO AD-TYPE.
           PERFORM FIND-COUNTRY-NAME.
           MOVE WS-CURRENT-NAME TO AD-NAME.
           MOVE AM-OPEN-DATE TO AD-OPEN-DATE.
           COMPUTE WS-DC-INT = FUNCTION INTEGER-OF-DATE(WS-DC-NUM-N).
       FIND-COUNTRY-NAME.
           MOVE SPACES TO WS-CURRENT-NAME.
           MOVE AM-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-NAME TO WS-CURRENT-NAME
           END-IF.
       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO AG-DATE.
           MOVE WS-RUN-TIME TO AG-TIME.
