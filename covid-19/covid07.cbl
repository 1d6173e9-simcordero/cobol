               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HDAT-KEY
               FILE STATUS IS WS-HDAT-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT PERIOD-CTL-REC ASSIGN TO PERDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERD-STATUS.
           SELECT ADJ-REC ASSIGN TO ADJLOG
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT POST-REC ASSIGN TO POSTRPT.
       DATA DIVISION.
       FILE SECTION.
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
       FD PERIOD-CTL-REC
           RECORDING MODE F.
       01 PERIOD-CTL-RECORD.
           05 PC-PERIOD PIC X(7).
           05 PC-STATUS PIC X.
           05 PC-CLOSE-DATE PIC X(8).
           05 PC-CLOSE-TIME PIC X(8).
           05 PC-CLOSE-COUNT PIC 9(3).
           05 PC-COUNTRIES PIC 9(5).
           05 PC-REGIONS PIC 9(3).
           05 PC-HIST-RECS PIC 9(7).
           05 PC-HASH-CASE-NEW PIC 9(13).
       FD ADJ-REC
           RECORDING MODE F.
       01 ADJ-LINE PIC X(170).
       FD POST-REC
           RECORDING MODE F.
       01 POST-LINE PIC X(80).
       01 WS-SUPP-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-STATUS PIC XX VALUE ZEROS.
       01 WS-HDAT-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-PERD-STATUS PIC XX VALUE ZEROS.
       01 WS-PERD-OPEN PIC X VALUE 'N'.
       01 WS-ADJ-STATUS PIC XX VALUE ZEROS.
       01 WS-ADJ-OPEN PIC X VALUE 'N'.
       01 WS-CHECKED-PERIOD PIC X(7) VALUE SPACES.
       01 WS-PERIOD-CLOSED PIC X VALUE 'N'.
       01 WS-ADJ-LOGGED PIC 9(5) VALUE ZERO.
       01 ADJ-WORK.
           05 AW-PERIOD PIC X(7).
           05 AW-FILE PIC X(8).
           05 AW-CODE PIC X(2).
           05 AW-DATE PIC X(10).
           05 AW-ACTION PIC X.
           05 AW-SOURCE PIC X(8).
           05 AW-MODE PIC X(10).
           05 AW-RUN-DATE PIC X(8).
           05 AW-RUN-TIME PIC X(8).
           05 AW-OLD.
              10 AW-OLD-CASE-NEW PIC 9(9).
              10 AW-OLD-CASE-TOT PIC 9(9).
              10 AW-OLD-DEATH-NEW PIC 9(9).
              10 AW-OLD-DEATH-TOT PIC 9(9).
              10 AW-OLD-RECVD-NEW PIC 9(9).
              10 AW-OLD-RECVD-TOT PIC 9(9).
           05 AW-NEW.
              10 AW-NEW-CASE-NEW PIC 9(9).
              10 AW-NEW-CASE-TOT PIC 9(9).
              10 AW-NEW-DEATH-NEW PIC 9(9).
              10 AW-NEW-DEATH-TOT PIC 9(9).
              10 AW-NEW-RECVD-NEW PIC 9(9).
              10 AW-NEW-RECVD-TOT PIC 9(9).
       01 WS-SUPP-EOF PIC X VALUE 'N'.
       01 WS-HDAT-EOF PIC X VALUE 'N'.
       01 SUPP-FIELDS.
           05 SF-COUNTRY PIC X(44).
           05 SF-CODE PIC X(2).
           05 PD-CODE PIC X(2).
           05 FILLER PIC X(8) VALUE '  DATE: '.
           05 PD-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-FLAG PIC X(26).
           05 FILLER PIC X(18) VALUE SPACES.
       01 POST-BEFORE.
           05 FILLER PIC X(10) VALUE '  BEFORE: '.
           05 FILLER PIC X(7) VALUE 'CASES '.
               CLOSE HDATE-REC
               OPEN I-O HDATE-REC
           END-IF.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           OPEN INPUT PERIOD-CTL-REC.
           IF WS-PERD-STATUS = '00'
               MOVE 'Y' TO WS-PERD-OPEN
           END-IF.
           OPEN OUTPUT POST-REC.
           PERFORM WRITE-REPORT-HEADER.
           CLOSE SUPP-REC.
           CLOSE HISTORY-REC.
           CLOSE HDATE-REC.
           IF WS-PERD-OPEN = 'Y'
               CLOSE PERIOD-CTL-REC
           END-IF.
           IF WS-ADJ-OPEN = 'Y'
               CLOSE ADJ-REC
           END-IF.
           CLOSE POST-REC.
           IF WS-NOT-POSTED > 0
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
       POST-SUPP-RECORDS.
           PERFORM UNTIL WS-SUPP-EOF = 'Y'
               READ SUPP-REC
                   MOVE HIST-DEATH-TOT TO PV-DEATH-TOT
                   MOVE HIST-RECVD-TOT TO PV-RECVD-TOT
           END-READ.
           MOVE SPACES TO PD-FLAG.
           PERFORM CHECK-CLOSED-PERIOD.
           IF WS-PERIOD-CLOSED = 'Y'
               PERFORM SAVE-ADJ-BEFORE-IMAGE
           END-IF.
           MOVE SF-CODE TO HIST-CODE.
           MOVE SF-DATE TO HIST-DATE.
           MOVE SF-CASE-NEW TO HIST-CASE-NEW.
               INVALID KEY
                   REWRITE HDATE-RECORD
           END-WRITE.
           IF WS-PERIOD-CLOSED = 'Y'
               PERFORM LOG-PRIOR-PERIOD-ADJ
           END-IF.
           PERFORM NOTE-TOUCHED-DATE.
           PERFORM WRITE-DELTA-LINES.
       CHECK-CLOSED-PERIOD.
           IF SF-DATE(1:7) NOT = WS-CHECKED-PERIOD
               MOVE SF-DATE(1:7) TO WS-CHECKED-PERIOD
               MOVE 'N' TO WS-PERIOD-CLOSED
               IF WS-PERD-OPEN = 'Y'
                   MOVE WS-CHECKED-PERIOD TO PC-PERIOD
                   READ PERIOD-CTL-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-STATUS = 'C'
                               MOVE 'Y' TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
               END-IF
           END-IF.
       SAVE-ADJ-BEFORE-IMAGE.
           MOVE SPACES TO ADJ-WORK.
           MOVE ZERO TO AW-OLD-CASE-NEW.
           MOVE ZERO TO AW-OLD-CASE-TOT.
           MOVE ZERO TO AW-OLD-DEATH-NEW.
           MOVE ZERO TO AW-OLD-DEATH-TOT.
           MOVE ZERO TO AW-OLD-RECVD-NEW.
           MOVE ZERO TO AW-OLD-RECVD-TOT.
           IF WS-PRIOR-FOUND = 'Y'
               MOVE 'R' TO AW-ACTION
               MOVE HIST-CASE-NEW TO AW-OLD-CASE-NEW
               MOVE HIST-CASE-TOT TO AW-OLD-CASE-TOT
               MOVE HIST-DEATH-NEW TO AW-OLD-DEATH-NEW
               MOVE HIST-DEATH-TOT TO AW-OLD-DEATH-TOT
               MOVE HIST-RECVD-NEW TO AW-OLD-RECVD-NEW
               MOVE HIST-RECVD-TOT TO AW-OLD-RECVD-TOT
           ELSE
               MOVE 'A' TO AW-ACTION
           END-IF.
       LOG-PRIOR-PERIOD-ADJ.
           MOVE SF-CASE-NEW TO AW-NEW-CASE-NEW.
           MOVE SF-CASE-TOT TO AW-NEW-CASE-TOT.
           MOVE SF-DEATH-NEW TO AW-NEW-DEATH-NEW.
           MOVE SF-DEATH-TOT TO AW-NEW-DEATH-TOT.
           MOVE SF-RECVD-NEW TO AW-NEW-RECVD-NEW.
           MOVE SF-RECVD-TOT TO AW-NEW-RECVD-TOT.
           IF AW-ACTION = 'A' OR AW-NEW NOT = AW-OLD
               MOVE WS-CHECKED-PERIOD TO AW-PERIOD
               MOVE 'HISTFILE' TO AW-FILE
               MOVE SF-CODE TO AW-CODE
               MOVE SF-DATE TO AW-DATE
               MOVE 'COVID07' TO AW-SOURCE
               MOVE 'SUPPFILE' TO AW-MODE
               MOVE WS-RUN-DATE TO AW-RUN-DATE
               MOVE WS-RUN-TIME TO AW-RUN-TIME
               IF WS-ADJ-OPEN = 'N'
                   OPEN EXTEND ADJ-REC
                   IF WS-ADJ-STATUS = '35'
                       OPEN OUTPUT ADJ-REC
                   END-IF
                   MOVE 'Y' TO WS-ADJ-OPEN
               END-IF
               WRITE ADJ-LINE FROM ADJ-WORK
               ADD 1 TO WS-ADJ-LOGGED
               MOVE 'PRIOR PERIOD ADJUSTMENT' TO PD-FLAG
           END-IF.
       NOTE-TOUCHED-DATE.
           PERFORM VARYING WS-TD-IX FROM 1 BY 1
               UNTIL WS-TD-IX > TOUCHED-DATE-COUNT
           END-IF.
       FIND-REGION.
           MOVE 'UNKNOWN' TO WS-CURRENT-REGION.
           MOVE HDAT-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-REGION NOT = SPACES
               MOVE CM-REGION TO WS-CURRENT-REGION
           END-IF.
       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO PH-DATE.
           MOVE WS-RUN-TIME TO PH-TIME.
           MOVE 'NOT POSTED:' TO PC-LABEL.
           MOVE WS-NOT-POSTED TO PC-COUNT.
           WRITE POST-LINE FROM POST-COUNT-LINE.
           MOVE 'PRIOR PERIOD ADJUSTMENTS:' TO PC-LABEL.
           MOVE WS-ADJ-LOGGED TO PC-COUNT.
           WRITE POST-LINE FROM POST-COUNT-LINE.
           WRITE POST-LINE FROM RULER.
