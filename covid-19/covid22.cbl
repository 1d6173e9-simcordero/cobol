       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-REC ASSIGN TO RKEYCARD
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
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
           SELECT PROV-HIST-REC ASSIGN TO PROVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-KEY
               FILE STATUS IS WS-PROV-STATUS.
           SELECT VAXHIST-REC ASSIGN TO VAXHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAX-KEY
               FILE STATUS IS WS-VAX-STATUS.
           SELECT HOSPHIST-REC ASSIGN TO HOSPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSP-KEY
               FILE STATUS IS WS-HSPH-STATUS.
           SELECT ALERT-MASTER ASSIGN TO ALRTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ALRTMST-STATUS.
           SELECT QUALITY-HIST ASSIGN TO QHSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-KEY
               FILE STATUS IS WS-QHST-STATUS.
           SELECT FORECAST-REC ASSIGN TO FCSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FCST-STATUS.
           SELECT ARCHIVE-REC ASSIGN TO ARCHFILE
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCHOUT-REC ASSIGN TO ARCHOUT
               FILE STATUS IS WS-ARCHOUT-STATUS.
           SELECT RKEY-RPT-REC ASSIGN TO RKEYRPT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD CARD-REC
           RECORDING MODE F.
       01 CARD-LINE PIC X(20).
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
       FD VAXHIST-REC
           RECORDING MODE F.
       01 VAX-RECORD.
           05 VAX-KEY.
              10 VAX-CODE PIC X(2).
              10 VAX-DATE PIC X(10).
           05 VAX-DOSES-NEW PIC 9(9).
           05 VAX-FULL-TOT PIC 9(9).
       FD HOSPHIST-REC
           RECORDING MODE F.
       01 HOSP-RECORD.
           05 HSP-KEY.
              10 HSP-CODE PIC X(2).
              10 HSP-DATE PIC X(10).
           05 HSP-IN-HOSP PIC 9(9).
           05 HSP-IN-ICU PIC 9(9).
           05 HSP-HOSP-BEDS PIC 9(7).
           05 HSP-ICU-BEDS PIC 9(7).
       FD ALERT-MASTER
           RECORDING MODE F.
       01 ALERT-MASTER-RECORD.
           05 AM-KEY.
              10 AM-CODE PIC X(2).
              10 AM-TYPE PIC X.
           05 AM-STATUS PIC X.
           05 AM-OPEN-DATE PIC X(10).
           05 AM-LAST-DATE PIC X(10).
           05 AM-CLOSE-DATE PIC X(10).
           05 AM-STREAK PIC 9(3).
           05 AM-PEAK-PCT PIC S9(5)V9.
           05 AM-ACK PIC X.
           05 AM-ACK-DATE PIC X(10).
       FD QUALITY-HIST
           RECORDING MODE F.
       01 QUALITY-RECORD.
           05 QH-KEY.
              10 QH-CODE PIC X(2).
              10 QH-DATE PIC X(10).
           05 QH-REJECTS PIC 9(5).
           05 QH-ANOMS PIC 9(5).
           05 QH-MISSED PIC 9(1).
           05 QH-RECON PIC 9(5).
       FD FORECAST-REC
           RECORDING MODE F.
       01 FORECAST-RECORD.
           05 FC-KEY.
              10 FC-CODE PIC X(2).
              10 FC-BASE-DATE PIC X(10).
              10 FC-DAY PIC 9(2).
           05 FC-TARGET-DATE PIC X(10).
           05 FC-CASE-NEW PIC 9(9).
           05 FC-DEATH-NEW PIC 9(9).
           05 FC-CLASS PIC X(9).
           05 FC-SCORED PIC X.
           05 FC-ACT-CASE-NEW PIC 9(9).
           05 FC-ACT-DEATH-NEW PIC 9(9).
           05 FC-ERR-PCT PIC S9(5)V9.
       FD ARCHIVE-REC
           RECORDING MODE F.
       01 ARCHIVE-RECORD.
           05 ARCH-CODE PIC X(2).
           05 ARCH-DATE PIC X(10).
           05 ARCH-CASE-NEW PIC 9(9).
           05 ARCH-CASE-TOT PIC 9(9).
           05 ARCH-DEATH-NEW PIC 9(9).
           05 ARCH-DEATH-TOT PIC 9(9).
           05 ARCH-RECVD-NEW PIC 9(9).
           05 ARCH-RECVD-TOT PIC 9(9).
       FD ARCHOUT-REC
           RECORDING MODE F.
       01 ARCHOUT-RECORD.
           05 AO-CODE PIC X(2).
           05 AO-DATE PIC X(10).
           05 AO-CASE-NEW PIC 9(9).
           05 AO-CASE-TOT PIC 9(9).
           05 AO-DEATH-NEW PIC 9(9).
           05 AO-DEATH-TOT PIC 9(9).
           05 AO-RECVD-NEW PIC 9(9).
           05 AO-RECVD-TOT PIC 9(9).
       FD RKEY-RPT-REC
           RECORDING MODE F.
       01 RKEY-RPT-LINE PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-CODE PIC X(2).
           05 SR-SUBKEY PIC X(30).
           05 SR-DATE PIC X(10).
           05 SR-SOURCE PIC X(2).
           05 SR-COUNTS.
              10 SR-COUNT PIC 9(9) OCCURS 6 TIMES.
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-CARD-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-STATUS PIC XX VALUE ZEROS.
       01 WS-HDAT-STATUS PIC XX VALUE ZEROS.
       01 WS-PROV-STATUS PIC XX VALUE ZEROS.
       01 WS-VAX-STATUS PIC XX VALUE ZEROS.
       01 WS-HSPH-STATUS PIC XX VALUE ZEROS.
       01 WS-ALRTMST-STATUS PIC XX VALUE ZEROS.
       01 WS-QHST-STATUS PIC XX VALUE ZEROS.
       01 WS-FCST-STATUS PIC XX VALUE ZEROS.
       01 WS-ARCH-STATUS PIC XX VALUE ZEROS.
       01 WS-ARCHOUT-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-OPEN PIC X VALUE 'N'.
       01 WS-HDAT-OPEN PIC X VALUE 'N'.
       01 WS-PROV-OPEN PIC X VALUE 'N'.
       01 WS-VAX-OPEN PIC X VALUE 'N'.
       01 WS-HSPH-OPEN PIC X VALUE 'N'.
       01 WS-ALRTMST-OPEN PIC X VALUE 'N'.
       01 WS-QHST-OPEN PIC X VALUE 'N'.
       01 WS-FCST-OPEN PIC X VALUE 'N'.
       01 WS-ARCH-OPEN PIC X VALUE 'N'.
       01 WS-OPEN-FAILED PIC X VALUE 'N'.
       01 WS-CARD-EOF PIC X VALUE 'N'.
       01 WS-ARCH-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-LINE-OK PIC X VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-IN-CODE PIC X(2) VALUE SPACES.
       01 WS-OLD-CODE PIC X(2) VALUE SPACES.
       01 WS-NEW-CODE PIC X(2) VALUE SPACES.
       01 WS-NEW-NAME PIC X(44) VALUE SPACES.
       01 WS-OLD-REGION PIC X(20) VALUE SPACES.
       01 WS-RETIRED PIC X VALUE 'N'.
       01 WS-REGION-COPIED PIC X VALUE 'N'.
       01 WS-CARD-BALANCED PIC X VALUE 'Y'.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 WS-FILE-NAMES.
           05 FILLER PIC X(8) VALUE 'HISTFILE'.
           05 FILLER PIC X(8) VALUE 'HDATFILE'.
           05 FILLER PIC X(8) VALUE 'PROVHIST'.
           05 FILLER PIC X(8) VALUE 'VAXHIST '.
           05 FILLER PIC X(8) VALUE 'HOSPHIST'.
           05 FILLER PIC X(8) VALUE 'ALRTMST '.
           05 FILLER PIC X(8) VALUE 'QHSTFILE'.
           05 FILLER PIC X(8) VALUE 'FCSTFILE'.
           05 FILLER PIC X(8) VALUE 'ARCHFILE'.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME PIC X(8) OCCURS 9 TIMES.
       01 WS-FILE-ID PIC 9(2) VALUE ZERO.
       01 WS-FILE-PRESENT PIC X VALUE 'N'.
       01 WS-FILE-RESULT PIC X(14) VALUE SPACES.
       01 WS-BROWSE-CODE PIC X(2) VALUE SPACES.
       01 WS-BROWSE-ACTION PIC X VALUE SPACE.
       01 WS-BROWSE-EOF PIC X VALUE 'N'.
       01 WS-BROWSE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OLD-BEFORE PIC 9(7) VALUE ZERO.
       01 WS-NEW-BEFORE PIC 9(7) VALUE ZERO.
       01 WS-MOVED PIC 9(7) VALUE ZERO.
       01 WS-MERGED PIC 9(7) VALUE ZERO.
       01 WS-RECOMP PIC 9(7) VALUE ZERO.
       01 WS-DELETED PIC 9(7) VALUE ZERO.
       01 WS-ERRORS PIC 9(7) VALUE ZERO.
       01 WS-NEW-AFTER PIC 9(7) VALUE ZERO.
       01 WS-OLD-AFTER PIC 9(7) VALUE ZERO.
       01 WS-RELEASED PIC 9(7) VALUE ZERO.
       01 WS-RETURNED PIC 9(7) VALUE ZERO.
       01 WS-GROUPS PIC 9(7) VALUE ZERO.
       01 WS-DUPLICATES PIC 9(7) VALUE ZERO.
       01 WS-SLOT-KINDS PIC X(6) VALUE SPACES.
       01 WS-SLOT-KIND-TABLE REDEFINES WS-SLOT-KINDS.
           05 WS-SLOT-KIND PIC X OCCURS 6 TIMES.
       01 WS-SLOT-IX PIC 9(2) VALUE ZERO.
       01 WS-SER-CODE PIC X(2) VALUE SPACES.
       01 WS-SER-SUBKEY PIC X(30) VALUE SPACES.
       01 WS-SER-FIRST-SRC PIC X(2) VALUE SPACES.
       01 WS-SER-MIXED PIC X VALUE 'N'.
       01 WS-SER-STARTED PIC X VALUE 'N'.
       01 WS-SER-TOTALS.
           05 WS-SER-TOT PIC 9(9) OCCURS 6 TIMES.
       01 WS-GRP-ACTIVE PIC X VALUE 'N'.
       01 WS-GRP-CODE PIC X(2) VALUE SPACES.
       01 WS-GRP-SUBKEY PIC X(30) VALUE SPACES.
       01 WS-GRP-DATE PIC X(10) VALUE SPACES.
       01 WS-GRP-SRC PIC X(2) VALUE SPACES.
       01 WS-GRP-HAS-NEW PIC X VALUE 'N'.
       01 WS-GRP-HAS-OLD PIC X VALUE 'N'.
       01 WS-GRP-OLD-RECS PIC 9(3) VALUE ZERO.
       01 WS-GRP-SOURCES PIC 9(3) VALUE ZERO.
       01 WS-GRP-COUNTS.
           05 WS-GRP-COUNT PIC 9(9) OCCURS 6 TIMES.
       01 WS-SRC-COUNTS.
           05 WS-SRC-COUNT PIC 9(9) OCCURS 6 TIMES.
       01 WS-NEW-COUNTS.
           05 WS-NEW-COUNT PIC 9(9) OCCURS 6 TIMES.
       01 WS-STORE-ACTION PIC X VALUE SPACE.
       01 WS-STORE-OK PIC X VALUE 'Y'.
       01 WS-ERR-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-ALERT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-ALERT-IX PIC 9(2) VALUE ZERO.
       01 WS-ALERT-FOUND PIC X VALUE 'N'.
       01 WS-ALERT-TABLE.
           05 WS-ALERT-IMAGE PIC X(54) OCCURS 9 TIMES.
       01 WS-OLD-ALERT.
           05 WS-OA-KEY.
              10 WS-OA-CODE PIC X(2).
              10 WS-OA-TYPE PIC X.
           05 WS-OA-STATUS PIC X.
           05 WS-OA-OPEN-DATE PIC X(10).
           05 WS-OA-LAST-DATE PIC X(10).
           05 WS-OA-CLOSE-DATE PIC X(10).
           05 WS-OA-STREAK PIC 9(3).
           05 WS-OA-PEAK-PCT PIC S9(5)V9.
           05 WS-OA-ACK PIC X.
           05 WS-OA-ACK-DATE PIC X(10).
       01 WS-APPLIED-TABLE.
           05 WS-APPLIED-CARD OCCURS 50 TIMES.
              10 WS-AC-OLD PIC X(2).
              10 WS-AC-NEW PIC X(2).
       01 WS-APPLIED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AC-IX PIC 9(3) VALUE ZERO.
       01 WS-MAP-CODE PIC X(2) VALUE SPACES.
       01 WS-MAP-TARGET PIC X VALUE 'N'.
       01 WS-CARDS-READ PIC 9(5) VALUE ZERO.
       01 WS-CARDS-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-CARDS-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-CARDS-FAILED PIC 9(5) VALUE ZERO.
       01 WS-TOT-MOVED PIC 9(7) VALUE ZERO.
       01 WS-TOT-MERGED PIC 9(7) VALUE ZERO.
       01 WS-TOT-RECOMP PIC 9(7) VALUE ZERO.
       01 WS-TOT-DELETED PIC 9(7) VALUE ZERO.
       01 WS-ARCH-READ PIC 9(7) VALUE ZERO.
       01 WS-ARCH-COPIED PIC 9(7) VALUE ZERO.
       01 WS-ARCH-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-ARCH-BALANCED PIC X VALUE 'Y'.
       01 RKEY-HDR PIC X(80) VALUE
           'COUNTRY CODE RE-KEY AND MERGE AUDIT REPORT'.
       01 RKEY-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 RS-TIME PIC X(8).
           05 FILLER PIC X(46) VALUE SPACES.
       01 RKEY-CARD-LINE.
           05 FILLER PIC X(5) VALUE 'CARD '.
           05 RK-SEQ PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE '  OLD '.
           05 RK-OLD PIC X(2).
           05 FILLER PIC X(6) VALUE '  NEW '.
           05 RK-NEW PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RK-TEXT PIC X(52).
       01 RKEY-COL-HDR.
           05 FILLER PIC X(8) VALUE 'FILE    '.
           05 FILLER PIC X(8) VALUE ' OLD-BEF'.
           05 FILLER PIC X(8) VALUE ' NEW-BEF'.
           05 FILLER PIC X(8) VALUE '   MOVED'.
           05 FILLER PIC X(8) VALUE '  MERGED'.
           05 FILLER PIC X(8) VALUE '  RECOMP'.
           05 FILLER PIC X(8) VALUE ' NEW-AFT'.
           05 FILLER PIC X(8) VALUE ' OLD-AFT'.
           05 FILLER PIC X(16) VALUE '  STATUS'.
       01 RKEY-DETAIL.
           05 RD-FILE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-OLD-BEFORE PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-NEW-BEFORE PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-MOVED PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-MERGED PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-RECOMP PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-NEW-AFTER PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 RD-OLD-AFTER PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-STATUS PIC X(14).
       01 RKEY-RESULT-LINE PIC X(80) VALUE SPACES.
       01 RKEY-NONE-LINE PIC X(80) VALUE
           'NO RE-KEY CARDS SUPPLIED - ARCHFILE COPIED UNCHANGED'.
       01 RKEY-ARCH-HDR PIC X(80) VALUE
           'ARCHFILE RE-KEY TO NEW GENERATION ARCHOUT'.
       01 RKEY-ARCH-NONE PIC X(80) VALUE
           'ARCHFILE NOT PRESENT - ARCHOUT WRITTEN EMPTY'.
       01 RKEY-COUNT-LINE.
           05 RT-LABEL PIC X(30).
           05 RT-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.
       01 RKEY-BALANCE-OK PIC X(80) VALUE
           'BALANCE: EVERY FILE MOVED, MERGED AND DELETED IN FULL'.
       01 RKEY-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: SEE FILES AND CARDS MARKED ABOVE'.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT CARD-REC.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'COVID22: RKEYCARD OPEN FAILED, STATUS '
                   WS-CARD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CNTRY-MASTER.
           IF WS-CNTRY-STATUS NOT = '00'
               DISPLAY 'COVID22: CNTRYMST OPEN FAILED, STATUS '
                   WS-CNTRY-STATUS
               CLOSE CARD-REC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-KEYED-FILES.
           IF WS-OPEN-FAILED = 'Y'
               PERFORM CLOSE-KEYED-FILES
               CLOSE CNTRY-MASTER
               CLOSE CARD-REC
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RKEY-RPT-REC.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CARD-REC
                   AT END MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM PROCESS-CARD
               END-READ
           END-PERFORM.
           CLOSE CARD-REC.
           IF WS-CARDS-READ = ZERO
               WRITE RKEY-RPT-LINE FROM RKEY-NONE-LINE
           END-IF.
           PERFORM REKEY-ARCHIVE.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-KEYED-FILES.
           CLOSE CNTRY-MASTER.
           CLOSE RKEY-RPT-REC.
           DISPLAY 'COVID22: CARDS APPLIED ' WS-CARDS-APPLIED
               ' REJECTED ' WS-CARDS-REJECTED
               ' OUT OF BALANCE ' WS-CARDS-FAILED.
           IF WS-BALANCED = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       OPEN-KEYED-FILES.
           OPEN I-O HISTORY-REC.
           EVALUATE WS-HIST-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-HIST-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COVID22: HISTFILE OPEN FAILED, STATUS '
                       WS-HIST-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.
           OPEN I-O HDATE-REC.
           EVALUATE WS-HDAT-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-HDAT-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COVID22: HDATFILE OPEN FAILED, STATUS '
                       WS-HDAT-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.
           OPEN I-O PROV-HIST-REC.
           EVALUATE WS-PROV-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PROV-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COVID22: PROVHIST OPEN FAILED, STATUS '
                       WS-PROV-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.
           OPEN I-O VAXHIST-REC.
           EVALUATE WS-VAX-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-VAX-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COVID22: VAXHIST OPEN FAILED, STATUS '
                       WS-VAX-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.
           OPEN I-O HOSPHIST-REC.
           EVALUATE WS-HSPH-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-HSPH-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COVID22: HOSPHIST OPEN FAILED, STATUS '
                       WS-HSPH-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.
           OPEN I-O ALERT-MASTER.
           EVALUATE WS-ALRTMST-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ALRTMST-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COVID22: ALRTMST OPEN FAILED, STATUS '
                       WS-ALRTMST-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.
           OPEN I-O QUALITY-HIST.
           EVALUATE WS-QHST-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-QHST-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COVID22: QHSTFILE OPEN FAILED, STATUS '
                       WS-QHST-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.
           OPEN I-O FORECAST-REC.
           EVALUATE WS-FCST-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-FCST-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COVID22: FCSTFILE OPEN FAILED, STATUS '
                       WS-FCST-STATUS
                   MOVE 'Y' TO WS-OPEN-FAILED
           END-EVALUATE.
       CLOSE-KEYED-FILES.
           IF WS-HIST-OPEN = 'Y'
               CLOSE HISTORY-REC
           END-IF.
           IF WS-HDAT-OPEN = 'Y'
               CLOSE HDATE-REC
           END-IF.
           IF WS-PROV-OPEN = 'Y'
               CLOSE PROV-HIST-REC
           END-IF.
           IF WS-VAX-OPEN = 'Y'
               CLOSE VAXHIST-REC
           END-IF.
           IF WS-HSPH-OPEN = 'Y'
               CLOSE HOSPHIST-REC
           END-IF.
           IF WS-ALRTMST-OPEN = 'Y'
               CLOSE ALERT-MASTER
           END-IF.
           IF WS-QHST-OPEN = 'Y'
               CLOSE QUALITY-HIST
           END-IF.
           IF WS-FCST-OPEN = 'Y'
               CLOSE FORECAST-REC
           END-IF.
       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO RS-DATE.
           MOVE WS-RUN-TIME TO RS-TIME.
           WRITE RKEY-RPT-LINE FROM RULER.
           WRITE RKEY-RPT-LINE FROM RKEY-HDR.
           WRITE RKEY-RPT-LINE FROM RKEY-STAMP.
           WRITE RKEY-RPT-LINE FROM RULER.
       PROCESS-CARD.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-OLD-CODE.
           MOVE SPACES TO WS-NEW-CODE.
           MOVE SPACES TO WS-NEW-NAME.
           UNSTRING CARD-LINE DELIMITED BY ','
               INTO WS-OLD-CODE WS-NEW-CODE.
           MOVE WS-OLD-CODE TO WS-IN-CODE.
           PERFORM CHECK-INPUT-CODE.
           IF WS-LINE-OK = 'Y'
               MOVE WS-NEW-CODE TO WS-IN-CODE
               PERFORM CHECK-INPUT-CODE
           END-IF.
           IF WS-LINE-OK = 'Y' AND WS-OLD-CODE = WS-NEW-CODE
               MOVE 'N' TO WS-LINE-OK
               MOVE 'OLD AND NEW CODE THE SAME' TO WS-REJECT-REASON
           END-IF.
           IF WS-LINE-OK = 'Y'
               MOVE WS-OLD-CODE TO CM-CODE
               READ CNTRY-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-LINE-OK
                       MOVE 'OLD CODE NOT ON CNTRYMST'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF CM-STATUS NOT = 'A'
                           MOVE 'N' TO WS-LINE-OK
                           MOVE 'OLD CODE NOT ACTIVE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-LINE-OK = 'Y'
               MOVE WS-NEW-CODE TO CM-CODE
               READ CNTRY-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-LINE-OK
                       MOVE 'NEW CODE NOT ON CNTRYMST'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF CM-STATUS NOT = 'A'
                           MOVE 'N' TO WS-LINE-OK
                           MOVE 'NEW CODE NOT ACTIVE'
                               TO WS-REJECT-REASON
                       ELSE
                           IF CM-ON-MASTER NOT = 'Y'
                               MOVE 'N' TO WS-LINE-OK
                               MOVE 'NEW CODE NOT ON MASTER'
                                   TO WS-REJECT-REASON
                           ELSE
                               MOVE CM-NAME TO WS-NEW-NAME
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-LINE-OK = 'Y' AND WS-APPLIED-COUNT NOT < 50
               MOVE 'N' TO WS-LINE-OK
               MOVE 'TOO MANY CARDS IN ONE RUN' TO WS-REJECT-REASON
           END-IF.
           MOVE WS-CARDS-READ TO RK-SEQ.
           MOVE WS-OLD-CODE TO RK-OLD.
           MOVE WS-NEW-CODE TO RK-NEW.
           IF WS-LINE-OK = 'N'
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO RK-TEXT
               STRING 'REJECTED: ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO RK-TEXT
               END-STRING
               WRITE RKEY-RPT-LINE FROM RKEY-CARD-LINE
               WRITE RKEY-RPT-LINE FROM RULER
           ELSE
               MOVE WS-NEW-NAME TO RK-TEXT
               WRITE RKEY-RPT-LINE FROM RKEY-CARD-LINE
               PERFORM APPLY-CARD
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
       APPLY-CARD.
           MOVE 'Y' TO WS-CARD-BALANCED.
           WRITE RKEY-RPT-LINE FROM RKEY-COL-HDR.
           PERFORM VARYING WS-FILE-ID FROM 1 BY 1
                   UNTIL WS-FILE-ID > 8
               PERFORM REKEY-ONE-FILE
           END-PERFORM.
           MOVE 'N' TO WS-RETIRED.
           MOVE 'N' TO WS-REGION-COPIED.
           IF WS-CARD-BALANCED = 'Y'
               PERFORM RETIRE-OLD-CODE
           END-IF.
           MOVE SPACES TO RKEY-RESULT-LINE.
           IF WS-RETIRED = 'Y'
               ADD 1 TO WS-CARDS-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-OLD-CODE TO WS-AC-OLD(WS-APPLIED-COUNT)
               MOVE WS-NEW-CODE TO WS-AC-NEW(WS-APPLIED-COUNT)
               IF WS-REGION-COPIED = 'Y'
                   STRING 'CNTRYMST: ' DELIMITED BY SIZE
                          WS-OLD-CODE DELIMITED BY SIZE
                          ' RETIRED, REPLACED BY ' DELIMITED BY SIZE
                          WS-NEW-CODE DELIMITED BY SIZE
                          ' - REGION COPIED TO NEW CODE'
                              DELIMITED BY SIZE
                       INTO RKEY-RESULT-LINE
                   END-STRING
               ELSE
                   STRING 'CNTRYMST: ' DELIMITED BY SIZE
                          WS-OLD-CODE DELIMITED BY SIZE
                          ' RETIRED, REPLACED BY ' DELIMITED BY SIZE
                          WS-NEW-CODE DELIMITED BY SIZE
                       INTO RKEY-RESULT-LINE
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-FAILED
               MOVE 'N' TO WS-BALANCED
               STRING 'CNTRYMST: ' DELIMITED BY SIZE
                      WS-OLD-CODE DELIMITED BY SIZE
                      ' LEFT ACTIVE - CARD OUT OF BALANCE'
                          DELIMITED BY SIZE
                   INTO RKEY-RESULT-LINE
               END-STRING
           END-IF.
           WRITE RKEY-RPT-LINE FROM RKEY-RESULT-LINE.
           WRITE RKEY-RPT-LINE FROM RULER.
       REKEY-ONE-FILE.
           PERFORM CLEAR-FILE-COUNTS.
           PERFORM SET-FILE-PRESENT.
           IF WS-FILE-PRESENT = 'N'
               MOVE 'NOT PRESENT' TO WS-FILE-RESULT
           ELSE
               IF WS-FILE-ID = 6
                   PERFORM REKEY-ALERTS
               ELSE
                   PERFORM REKEY-KEYED-FILE
               END-IF
               PERFORM CHECK-FILE-BALANCE
               ADD WS-MOVED TO WS-TOT-MOVED
               ADD WS-MERGED TO WS-TOT-MERGED
               ADD WS-RECOMP TO WS-TOT-RECOMP
               ADD WS-DELETED TO WS-TOT-DELETED
           END-IF.
           PERFORM WRITE-FILE-LINE.
       CLEAR-FILE-COUNTS.
           MOVE ZERO TO WS-OLD-BEFORE.
           MOVE ZERO TO WS-NEW-BEFORE.
           MOVE ZERO TO WS-MOVED.
           MOVE ZERO TO WS-MERGED.
           MOVE ZERO TO WS-RECOMP.
           MOVE ZERO TO WS-DELETED.
           MOVE ZERO TO WS-ERRORS.
           MOVE ZERO TO WS-NEW-AFTER.
           MOVE ZERO TO WS-OLD-AFTER.
           MOVE ZERO TO WS-RELEASED.
           MOVE ZERO TO WS-RETURNED.
           MOVE ZERO TO WS-GROUPS.
           MOVE ZERO TO WS-DUPLICATES.
       SET-FILE-PRESENT.
           EVALUATE WS-FILE-ID
               WHEN 1
                   MOVE WS-HIST-OPEN TO WS-FILE-PRESENT
               WHEN 2
                   MOVE WS-HDAT-OPEN TO WS-FILE-PRESENT
               WHEN 3
                   MOVE WS-PROV-OPEN TO WS-FILE-PRESENT
               WHEN 4
                   MOVE WS-VAX-OPEN TO WS-FILE-PRESENT
               WHEN 5
                   MOVE WS-HSPH-OPEN TO WS-FILE-PRESENT
               WHEN 6
                   MOVE WS-ALRTMST-OPEN TO WS-FILE-PRESENT
               WHEN 7
                   MOVE WS-QHST-OPEN TO WS-FILE-PRESENT
               WHEN 8
                   MOVE WS-FCST-OPEN TO WS-FILE-PRESENT
               WHEN OTHER
                   MOVE 'N' TO WS-FILE-PRESENT
           END-EVALUATE.
       SET-SLOT-KINDS.
           EVALUATE WS-FILE-ID
               WHEN 4
                   MOVE 'SS    ' TO WS-SLOT-KINDS
               WHEN 5
                   MOVE 'SSSS  ' TO WS-SLOT-KINDS
               WHEN 7
                   MOVE 'SSMS  ' TO WS-SLOT-KINDS
               WHEN 8
                   MOVE 'SSSSM ' TO WS-SLOT-KINDS
               WHEN OTHER
                   MOVE 'SRSRSR' TO WS-SLOT-KINDS
           END-EVALUATE.
       REKEY-KEYED-FILE.
           PERFORM SET-SLOT-KINDS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CODE SR-SUBKEY SR-DATE SR-SOURCE
               INPUT PROCEDURE IS SELECT-CODE-RECORDS
               OUTPUT PROCEDURE IS STORE-MERGED-RECORDS.
           IF WS-ERRORS = ZERO
               MOVE 'D' TO WS-BROWSE-ACTION
               MOVE WS-OLD-CODE TO WS-BROWSE-CODE
               PERFORM BROWSE-CODE-RECORDS
           END-IF.
           PERFORM COUNT-CODE-RECORDS.
       SELECT-CODE-RECORDS.
           MOVE 'R' TO WS-BROWSE-ACTION.
           MOVE WS-OLD-CODE TO WS-BROWSE-CODE.
           PERFORM BROWSE-CODE-RECORDS.
           MOVE WS-BROWSE-COUNT TO WS-OLD-BEFORE.
           MOVE WS-NEW-CODE TO WS-BROWSE-CODE.
           PERFORM BROWSE-CODE-RECORDS.
           MOVE WS-BROWSE-COUNT TO WS-NEW-BEFORE.
       COUNT-CODE-RECORDS.
           MOVE 'C' TO WS-BROWSE-ACTION.
           MOVE WS-OLD-CODE TO WS-BROWSE-CODE.
           PERFORM BROWSE-CODE-RECORDS.
           MOVE WS-BROWSE-COUNT TO WS-OLD-AFTER.
           MOVE WS-NEW-CODE TO WS-BROWSE-CODE.
           PERFORM BROWSE-CODE-RECORDS.
           MOVE WS-BROWSE-COUNT TO WS-NEW-AFTER.
       BROWSE-CODE-RECORDS.
           MOVE ZERO TO WS-BROWSE-COUNT.
           MOVE 'N' TO WS-BROWSE-EOF.
           EVALUATE WS-FILE-ID
               WHEN 1
                   PERFORM BROWSE-HIST-CODE
               WHEN 2
                   PERFORM BROWSE-HDAT-CODE
               WHEN 3
                   PERFORM BROWSE-PROV-CODE
               WHEN 4
                   PERFORM BROWSE-VAX-CODE
               WHEN 5
                   PERFORM BROWSE-HOSP-CODE
               WHEN 6
                   PERFORM BROWSE-ALERT-CODE
               WHEN 7
                   PERFORM BROWSE-QHST-CODE
               WHEN 8
                   PERFORM BROWSE-FCST-CODE
           END-EVALUATE.
       BROWSE-HIST-CODE.
           MOVE WS-BROWSE-CODE TO HIST-CODE.
           MOVE LOW-VALUES TO HIST-DATE.
           START HISTORY-REC KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ HISTORY-REC NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF HIST-CODE NOT = WS-BROWSE-CODE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           ADD 1 TO WS-BROWSE-COUNT
                           EVALUATE WS-BROWSE-ACTION
                               WHEN 'R'
                                   PERFORM RELEASE-HIST-RECORD
                               WHEN 'D'
                                   DELETE HISTORY-REC
                                       INVALID KEY
                                           ADD 1 TO WS-ERRORS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-DELETED
                                   END-DELETE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       RELEASE-HIST-RECORD.
           MOVE SPACES TO SR-SUBKEY.
           MOVE HIST-DATE TO SR-DATE.
           MOVE ZERO TO SR-COUNTS.
           MOVE HIST-CASE-NEW TO SR-COUNT(1).
           MOVE HIST-CASE-TOT TO SR-COUNT(2).
           MOVE HIST-DEATH-NEW TO SR-COUNT(3).
           MOVE HIST-DEATH-TOT TO SR-COUNT(4).
           MOVE HIST-RECVD-NEW TO SR-COUNT(5).
           MOVE HIST-RECVD-TOT TO SR-COUNT(6).
           PERFORM RELEASE-CODE-RECORD.
       BROWSE-HDAT-CODE.
           MOVE LOW-VALUES TO HDAT-KEY.
           START HDATE-REC KEY IS NOT LESS THAN HDAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ HDATE-REC NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF HDAT-CODE = WS-BROWSE-CODE
                           ADD 1 TO WS-BROWSE-COUNT
                           EVALUATE WS-BROWSE-ACTION
                               WHEN 'R'
                                   PERFORM RELEASE-HDAT-RECORD
                               WHEN 'D'
                                   DELETE HDATE-REC
                                       INVALID KEY
                                           ADD 1 TO WS-ERRORS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-DELETED
                                   END-DELETE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       RELEASE-HDAT-RECORD.
           MOVE SPACES TO SR-SUBKEY.
           MOVE HDAT-DATE TO SR-DATE.
           MOVE ZERO TO SR-COUNTS.
           MOVE HDAT-CASE-NEW TO SR-COUNT(1).
           MOVE HDAT-CASE-TOT TO SR-COUNT(2).
           MOVE HDAT-DEATH-NEW TO SR-COUNT(3).
           MOVE HDAT-DEATH-TOT TO SR-COUNT(4).
           MOVE HDAT-RECVD-NEW TO SR-COUNT(5).
           MOVE HDAT-RECVD-TOT TO SR-COUNT(6).
           PERFORM RELEASE-CODE-RECORD.
       BROWSE-PROV-CODE.
           MOVE WS-BROWSE-CODE TO PRV-CODE.
           MOVE LOW-VALUES TO PRV-DATE.
           MOVE LOW-VALUES TO PRV-NAME.
           START PROV-HIST-REC KEY IS NOT LESS THAN PRV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ PROV-HIST-REC NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF PRV-CODE NOT = WS-BROWSE-CODE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           ADD 1 TO WS-BROWSE-COUNT
                           EVALUATE WS-BROWSE-ACTION
                               WHEN 'R'
                                   PERFORM RELEASE-PROV-RECORD
                               WHEN 'D'
                                   DELETE PROV-HIST-REC
                                       INVALID KEY
                                           ADD 1 TO WS-ERRORS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-DELETED
                                   END-DELETE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       RELEASE-PROV-RECORD.
           MOVE PRV-NAME TO SR-SUBKEY.
           MOVE PRV-DATE TO SR-DATE.
           MOVE ZERO TO SR-COUNTS.
           MOVE PRV-CASE-NEW TO SR-COUNT(1).
           MOVE PRV-CASE-TOT TO SR-COUNT(2).
           MOVE PRV-DEATH-NEW TO SR-COUNT(3).
           MOVE PRV-DEATH-TOT TO SR-COUNT(4).
           MOVE PRV-RECVD-NEW TO SR-COUNT(5).
           MOVE PRV-RECVD-TOT TO SR-COUNT(6).
           PERFORM RELEASE-CODE-RECORD.
       BROWSE-VAX-CODE.
           MOVE WS-BROWSE-CODE TO VAX-CODE.
           MOVE LOW-VALUES TO VAX-DATE.
           START VAXHIST-REC KEY IS NOT LESS THAN VAX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ VAXHIST-REC NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF VAX-CODE NOT = WS-BROWSE-CODE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           ADD 1 TO WS-BROWSE-COUNT
                           EVALUATE WS-BROWSE-ACTION
                               WHEN 'R'
                                   PERFORM RELEASE-VAX-RECORD
                               WHEN 'D'
                                   DELETE VAXHIST-REC
                                       INVALID KEY
                                           ADD 1 TO WS-ERRORS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-DELETED
                                   END-DELETE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       RELEASE-VAX-RECORD.
           MOVE SPACES TO SR-SUBKEY.
           MOVE VAX-DATE TO SR-DATE.
           MOVE ZERO TO SR-COUNTS.
           MOVE VAX-DOSES-NEW TO SR-COUNT(1).
           MOVE VAX-FULL-TOT TO SR-COUNT(2).
           PERFORM RELEASE-CODE-RECORD.
       BROWSE-HOSP-CODE.
           MOVE WS-BROWSE-CODE TO HSP-CODE.
           MOVE LOW-VALUES TO HSP-DATE.
           START HOSPHIST-REC KEY IS NOT LESS THAN HSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ HOSPHIST-REC NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF HSP-CODE NOT = WS-BROWSE-CODE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           ADD 1 TO WS-BROWSE-COUNT
                           EVALUATE WS-BROWSE-ACTION
                               WHEN 'R'
                                   PERFORM RELEASE-HOSP-RECORD
                               WHEN 'D'
                                   DELETE HOSPHIST-REC
                                       INVALID KEY
                                           ADD 1 TO WS-ERRORS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-DELETED
                                   END-DELETE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       RELEASE-HOSP-RECORD.
           MOVE SPACES TO SR-SUBKEY.
           MOVE HSP-DATE TO SR-DATE.
           MOVE ZERO TO SR-COUNTS.
           MOVE HSP-IN-HOSP TO SR-COUNT(1).
           MOVE HSP-IN-ICU TO SR-COUNT(2).
           MOVE HSP-HOSP-BEDS TO SR-COUNT(3).
           MOVE HSP-ICU-BEDS TO SR-COUNT(4).
           PERFORM RELEASE-CODE-RECORD.
       BROWSE-ALERT-CODE.
           MOVE WS-BROWSE-CODE TO AM-CODE.
           MOVE LOW-VALUES TO AM-TYPE.
           START ALERT-MASTER KEY IS NOT LESS THAN AM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ ALERT-MASTER NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF AM-CODE NOT = WS-BROWSE-CODE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           ADD 1 TO WS-BROWSE-COUNT
                           IF WS-BROWSE-ACTION = 'R'
                               PERFORM SAVE-OLD-ALERT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SAVE-OLD-ALERT.
           IF WS-ALERT-COUNT < 9
               ADD 1 TO WS-ALERT-COUNT
               MOVE ALERT-MASTER-RECORD
                   TO WS-ALERT-IMAGE(WS-ALERT-COUNT)
           ELSE
               ADD 1 TO WS-ERRORS
           END-IF.
       BROWSE-QHST-CODE.
           MOVE WS-BROWSE-CODE TO QH-CODE.
           MOVE LOW-VALUES TO QH-DATE.
           START QUALITY-HIST KEY IS NOT LESS THAN QH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ QUALITY-HIST NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF QH-CODE NOT = WS-BROWSE-CODE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           ADD 1 TO WS-BROWSE-COUNT
                           EVALUATE WS-BROWSE-ACTION
                               WHEN 'R'
                                   PERFORM RELEASE-QHST-RECORD
                               WHEN 'D'
                                   DELETE QUALITY-HIST
                                       INVALID KEY
                                           ADD 1 TO WS-ERRORS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-DELETED
                                   END-DELETE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       RELEASE-QHST-RECORD.
           MOVE SPACES TO SR-SUBKEY.
           MOVE QH-DATE TO SR-DATE.
           MOVE ZERO TO SR-COUNTS.
           MOVE QH-REJECTS TO SR-COUNT(1).
           MOVE QH-ANOMS TO SR-COUNT(2).
           MOVE QH-MISSED TO SR-COUNT(3).
           MOVE QH-RECON TO SR-COUNT(4).
           PERFORM RELEASE-CODE-RECORD.
       BROWSE-FCST-CODE.
           MOVE WS-BROWSE-CODE TO FC-CODE.
           MOVE LOW-VALUES TO FC-BASE-DATE.
           MOVE ZERO TO FC-DAY.
           START FORECAST-REC KEY IS NOT LESS THAN FC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ FORECAST-REC NEXT
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF FC-CODE NOT = WS-BROWSE-CODE
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           ADD 1 TO WS-BROWSE-COUNT
                           EVALUATE WS-BROWSE-ACTION
                               WHEN 'R'
                                   PERFORM RELEASE-FCST-RECORD
                               WHEN 'D'
                                   DELETE FORECAST-REC
                                       INVALID KEY
                                           ADD 1 TO WS-ERRORS
                                       NOT INVALID KEY
                                           ADD 1 TO WS-DELETED
                                   END-DELETE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       RELEASE-FCST-RECORD.
           MOVE SPACES TO SR-SUBKEY.
           MOVE FC-DAY TO SR-SUBKEY(1:2).
           MOVE FC-BASE-DATE TO SR-DATE.
           MOVE ZERO TO SR-COUNTS.
           MOVE FC-CASE-NEW TO SR-COUNT(1).
           MOVE FC-DEATH-NEW TO SR-COUNT(2).
           MOVE FC-ACT-CASE-NEW TO SR-COUNT(3).
           MOVE FC-ACT-DEATH-NEW TO SR-COUNT(4).
           IF FC-SCORED = 'Y'
               MOVE 1 TO SR-COUNT(5)
           END-IF.
           PERFORM RELEASE-CODE-RECORD.
       RELEASE-CODE-RECORD.
           MOVE WS-NEW-CODE TO SR-CODE.
           MOVE WS-BROWSE-CODE TO SR-SOURCE.
           ADD 1 TO WS-RELEASED.
           RELEASE SORT-RECORD.
       STORE-MERGED-RECORDS.
           MOVE 'N' TO SORT-EOF.
           MOVE 'N' TO WS-GRP-ACTIVE.
           MOVE HIGH-VALUES TO WS-SER-CODE.
           MOVE HIGH-VALUES TO WS-SER-SUBKEY.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURNED
                       PERFORM MERGE-ONE-RECORD
               END-RETURN
           END-PERFORM.
           IF WS-GRP-ACTIVE = 'Y'
               PERFORM END-MERGE-GROUP
           END-IF.
       MERGE-ONE-RECORD.
           IF WS-GRP-ACTIVE = 'Y'
               IF SR-CODE NOT = WS-GRP-CODE
                       OR SR-SUBKEY NOT = WS-GRP-SUBKEY
                       OR SR-DATE NOT = WS-GRP-DATE
                   PERFORM END-MERGE-GROUP
               END-IF
           END-IF.
           IF SR-CODE NOT = WS-SER-CODE
                   OR SR-SUBKEY NOT = WS-SER-SUBKEY
               PERFORM START-MERGE-SERIES
           END-IF.
           IF WS-GRP-ACTIVE = 'N'
               PERFORM START-MERGE-GROUP
           END-IF.
           IF WS-SER-FIRST-SRC = SPACES
               MOVE SR-SOURCE TO WS-SER-FIRST-SRC
           ELSE
               IF SR-SOURCE NOT = WS-SER-FIRST-SRC
                   MOVE 'Y' TO WS-SER-MIXED
               END-IF
           END-IF.
           IF SR-SOURCE = WS-GRP-SRC
               ADD 1 TO WS-DUPLICATES
           ELSE
               IF WS-GRP-SRC NOT = SPACES
                   PERFORM ADD-SOURCE-TO-GROUP
               END-IF
               MOVE SR-SOURCE TO WS-GRP-SRC
           END-IF.
           MOVE SR-COUNTS TO WS-SRC-COUNTS.
           IF SR-SOURCE = SR-CODE
               MOVE 'Y' TO WS-GRP-HAS-NEW
               MOVE SR-COUNTS TO WS-NEW-COUNTS
           ELSE
               MOVE 'Y' TO WS-GRP-HAS-OLD
               ADD 1 TO WS-GRP-OLD-RECS
           END-IF.
       START-MERGE-SERIES.
           MOVE SR-CODE TO WS-SER-CODE.
           MOVE SR-SUBKEY TO WS-SER-SUBKEY.
           MOVE SPACES TO WS-SER-FIRST-SRC.
           MOVE 'N' TO WS-SER-MIXED.
           MOVE 'N' TO WS-SER-STARTED.
           MOVE ZERO TO WS-SER-TOTALS.
       START-MERGE-GROUP.
           MOVE 'Y' TO WS-GRP-ACTIVE.
           MOVE SR-CODE TO WS-GRP-CODE.
           MOVE SR-SUBKEY TO WS-GRP-SUBKEY.
           MOVE SR-DATE TO WS-GRP-DATE.
           MOVE SPACES TO WS-GRP-SRC.
           MOVE 'N' TO WS-GRP-HAS-NEW.
           MOVE 'N' TO WS-GRP-HAS-OLD.
           MOVE ZERO TO WS-GRP-OLD-RECS.
           MOVE ZERO TO WS-GRP-SOURCES.
           MOVE ZERO TO WS-GRP-COUNTS.
           MOVE ZERO TO WS-NEW-COUNTS.
       ADD-SOURCE-TO-GROUP.
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX > 6
               IF WS-SLOT-KIND(WS-SLOT-IX) = 'M'
                   IF WS-GRP-SOURCES = ZERO
                           OR WS-SRC-COUNT(WS-SLOT-IX)
                               < WS-GRP-COUNT(WS-SLOT-IX)
                       MOVE WS-SRC-COUNT(WS-SLOT-IX)
                           TO WS-GRP-COUNT(WS-SLOT-IX)
                   END-IF
               ELSE
                   ADD WS-SRC-COUNT(WS-SLOT-IX)
                       TO WS-GRP-COUNT(WS-SLOT-IX)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-GRP-SOURCES.
       END-MERGE-GROUP.
           PERFORM ADD-SOURCE-TO-GROUP.
           PERFORM VARYING WS-SLOT-IX FROM 2 BY 1
                   UNTIL WS-SLOT-IX > 6
               IF WS-SLOT-KIND(WS-SLOT-IX) = 'R'
                   IF WS-SER-MIXED = 'Y' AND WS-SER-STARTED = 'Y'
                       COMPUTE WS-GRP-COUNT(WS-SLOT-IX) =
                           WS-SER-TOT(WS-SLOT-IX)
                           + WS-GRP-COUNT(WS-SLOT-IX - 1)
                   END-IF
                   MOVE WS-GRP-COUNT(WS-SLOT-IX)
                       TO WS-SER-TOT(WS-SLOT-IX)
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-SER-STARTED.
           MOVE 'N' TO WS-GRP-ACTIVE.
           ADD 1 TO WS-GROUPS.
           MOVE SPACE TO WS-STORE-ACTION.
           IF WS-FILE-ID = 9
               MOVE 'W' TO WS-STORE-ACTION
           ELSE
               IF WS-GRP-HAS-NEW = 'N'
                   MOVE 'W' TO WS-STORE-ACTION
                   ADD WS-GRP-OLD-RECS TO WS-MOVED
               ELSE
                   IF WS-GRP-HAS-OLD = 'Y'
                       MOVE 'R' TO WS-STORE-ACTION
                       ADD WS-GRP-OLD-RECS TO WS-MERGED
                   ELSE
                       IF WS-GRP-COUNTS NOT = WS-NEW-COUNTS
                           MOVE 'R' TO WS-STORE-ACTION
                           ADD 1 TO WS-RECOMP
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-STORE-ACTION NOT = SPACE
               PERFORM STORE-GROUP-RECORD
           END-IF.
       STORE-GROUP-RECORD.
           EVALUATE WS-FILE-ID
               WHEN 1
                   PERFORM STORE-HIST-GROUP
               WHEN 2
                   PERFORM STORE-HDAT-GROUP
               WHEN 3
                   PERFORM STORE-PROV-GROUP
               WHEN 4
                   PERFORM STORE-VAX-GROUP
               WHEN 5
                   PERFORM STORE-HOSP-GROUP
               WHEN 7
                   PERFORM STORE-QHST-GROUP
               WHEN 8
                   PERFORM STORE-FCST-GROUP
               WHEN 9
                   PERFORM STORE-ARCH-GROUP
           END-EVALUATE.
       STORE-HIST-GROUP.
           MOVE WS-GRP-CODE TO HIST-CODE.
           MOVE WS-GRP-DATE TO HIST-DATE.
           MOVE WS-GRP-COUNT(1) TO HIST-CASE-NEW.
           MOVE WS-GRP-COUNT(2) TO HIST-CASE-TOT.
           MOVE WS-GRP-COUNT(3) TO HIST-DEATH-NEW.
           MOVE WS-GRP-COUNT(4) TO HIST-DEATH-TOT.
           MOVE WS-GRP-COUNT(5) TO HIST-RECVD-NEW.
           MOVE WS-GRP-COUNT(6) TO HIST-RECVD-TOT.
           IF WS-STORE-ACTION = 'W'
               WRITE HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-WRITE
           ELSE
               REWRITE HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-REWRITE
           END-IF.
       STORE-HDAT-GROUP.
           MOVE WS-GRP-CODE TO HDAT-CODE.
           MOVE WS-GRP-DATE TO HDAT-DATE.
           MOVE WS-GRP-COUNT(1) TO HDAT-CASE-NEW.
           MOVE WS-GRP-COUNT(2) TO HDAT-CASE-TOT.
           MOVE WS-GRP-COUNT(3) TO HDAT-DEATH-NEW.
           MOVE WS-GRP-COUNT(4) TO HDAT-DEATH-TOT.
           MOVE WS-GRP-COUNT(5) TO HDAT-RECVD-NEW.
           MOVE WS-GRP-COUNT(6) TO HDAT-RECVD-TOT.
           IF WS-STORE-ACTION = 'W'
               WRITE HDATE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-WRITE
           ELSE
               REWRITE HDATE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-REWRITE
           END-IF.
       STORE-PROV-GROUP.
           MOVE WS-GRP-CODE TO PRV-CODE.
           MOVE WS-GRP-DATE TO PRV-DATE.
           MOVE WS-GRP-SUBKEY TO PRV-NAME.
           MOVE WS-GRP-COUNT(1) TO PRV-CASE-NEW.
           MOVE WS-GRP-COUNT(2) TO PRV-CASE-TOT.
           MOVE WS-GRP-COUNT(3) TO PRV-DEATH-NEW.
           MOVE WS-GRP-COUNT(4) TO PRV-DEATH-TOT.
           MOVE WS-GRP-COUNT(5) TO PRV-RECVD-NEW.
           MOVE WS-GRP-COUNT(6) TO PRV-RECVD-TOT.
           IF WS-STORE-ACTION = 'W'
               WRITE PROV-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-WRITE
           ELSE
               REWRITE PROV-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-REWRITE
           END-IF.
       STORE-VAX-GROUP.
           MOVE WS-GRP-CODE TO VAX-CODE.
           MOVE WS-GRP-DATE TO VAX-DATE.
           MOVE WS-GRP-COUNT(1) TO VAX-DOSES-NEW.
           MOVE WS-GRP-COUNT(2) TO VAX-FULL-TOT.
           IF WS-STORE-ACTION = 'W'
               WRITE VAX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-WRITE
           ELSE
               REWRITE VAX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-REWRITE
           END-IF.
       STORE-HOSP-GROUP.
           MOVE WS-GRP-CODE TO HSP-CODE.
           MOVE WS-GRP-DATE TO HSP-DATE.
           MOVE WS-GRP-COUNT(1) TO HSP-IN-HOSP.
           MOVE WS-GRP-COUNT(2) TO HSP-IN-ICU.
           MOVE WS-GRP-COUNT(3) TO HSP-HOSP-BEDS.
           MOVE WS-GRP-COUNT(4) TO HSP-ICU-BEDS.
           IF WS-STORE-ACTION = 'W'
               WRITE HOSP-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-WRITE
           ELSE
               REWRITE HOSP-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-REWRITE
           END-IF.
       STORE-QHST-GROUP.
           MOVE WS-GRP-CODE TO QH-CODE.
           MOVE WS-GRP-DATE TO QH-DATE.
           MOVE WS-GRP-COUNT(1) TO QH-REJECTS.
           MOVE WS-GRP-COUNT(2) TO QH-ANOMS.
           MOVE WS-GRP-COUNT(3) TO QH-MISSED.
           MOVE WS-GRP-COUNT(4) TO QH-RECON.
           IF WS-STORE-ACTION = 'W'
               WRITE QUALITY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-WRITE
           ELSE
               REWRITE QUALITY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
               END-REWRITE
           END-IF.
       STORE-FCST-GROUP.
           IF WS-STORE-ACTION = 'W'
               MOVE WS-OLD-CODE TO FC-CODE
           ELSE
               MOVE WS-GRP-CODE TO FC-CODE
           END-IF.
           MOVE WS-GRP-DATE TO FC-BASE-DATE.
           MOVE WS-GRP-SUBKEY(1:2) TO FC-DAY.
           MOVE 'Y' TO WS-STORE-OK.
           READ FORECAST-REC
               INVALID KEY
                   MOVE 'N' TO WS-STORE-OK
           END-READ.
           IF WS-STORE-OK = 'N'
               ADD 1 TO WS-ERRORS
           ELSE
               MOVE WS-GRP-CODE TO FC-CODE
               MOVE WS-GRP-COUNT(1) TO FC-CASE-NEW
               MOVE WS-GRP-COUNT(2) TO FC-DEATH-NEW
               IF WS-GRP-COUNT(5) = 1
                   MOVE 'Y' TO FC-SCORED
                   MOVE WS-GRP-COUNT(3) TO FC-ACT-CASE-NEW
                   MOVE WS-GRP-COUNT(4) TO FC-ACT-DEATH-NEW
                   PERFORM COMPUTE-FORECAST-ERROR
                   MOVE WS-ERR-PCT TO FC-ERR-PCT
               ELSE
                   MOVE 'N' TO FC-SCORED
                   MOVE ZERO TO FC-ACT-CASE-NEW
                   MOVE ZERO TO FC-ACT-DEATH-NEW
                   MOVE ZERO TO FC-ERR-PCT
               END-IF
               IF WS-STORE-ACTION = 'W'
                   WRITE FORECAST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERRORS
                   END-WRITE
               ELSE
                   REWRITE FORECAST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERRORS
                   END-REWRITE
               END-IF
           END-IF.
       COMPUTE-FORECAST-ERROR.
           IF FC-ACT-CASE-NEW > 0
               COMPUTE WS-ERR-PCT ROUNDED =
                   (FC-CASE-NEW - FC-ACT-CASE-NEW) * 100
                       / FC-ACT-CASE-NEW
                   ON SIZE ERROR MOVE 99999.9 TO WS-ERR-PCT
               END-COMPUTE
           ELSE
               IF FC-CASE-NEW = 0
                   MOVE ZERO TO WS-ERR-PCT
               ELSE
                   MOVE 99999.9 TO WS-ERR-PCT
               END-IF
           END-IF.
       STORE-ARCH-GROUP.
           MOVE WS-GRP-CODE TO AO-CODE.
           MOVE WS-GRP-DATE TO AO-DATE.
           MOVE WS-GRP-COUNT(1) TO AO-CASE-NEW.
           MOVE WS-GRP-COUNT(2) TO AO-CASE-TOT.
           MOVE WS-GRP-COUNT(3) TO AO-DEATH-NEW.
           MOVE WS-GRP-COUNT(4) TO AO-DEATH-TOT.
           MOVE WS-GRP-COUNT(5) TO AO-RECVD-NEW.
           MOVE WS-GRP-COUNT(6) TO AO-RECVD-TOT.
           WRITE ARCHOUT-RECORD.
           ADD 1 TO WS-ARCH-WRITTEN.
       REKEY-ALERTS.
           MOVE ZERO TO WS-ALERT-COUNT.
           MOVE 'R' TO WS-BROWSE-ACTION.
           MOVE WS-OLD-CODE TO WS-BROWSE-CODE.
           PERFORM BROWSE-CODE-RECORDS.
           MOVE WS-BROWSE-COUNT TO WS-OLD-BEFORE.
           MOVE 'C' TO WS-BROWSE-ACTION.
           MOVE WS-NEW-CODE TO WS-BROWSE-CODE.
           PERFORM BROWSE-CODE-RECORDS.
           MOVE WS-BROWSE-COUNT TO WS-NEW-BEFORE.
           PERFORM VARYING WS-ALERT-IX FROM 1 BY 1
                   UNTIL WS-ALERT-IX > WS-ALERT-COUNT
               PERFORM MERGE-ONE-ALERT
           END-PERFORM.
           PERFORM COUNT-CODE-RECORDS.
       MERGE-ONE-ALERT.
           MOVE WS-ALERT-IMAGE(WS-ALERT-IX) TO WS-OLD-ALERT.
           MOVE WS-NEW-CODE TO AM-CODE.
           MOVE WS-OA-TYPE TO AM-TYPE.
           MOVE 'Y' TO WS-ALERT-FOUND.
           READ ALERT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ALERT-FOUND
           END-READ.
           MOVE 'Y' TO WS-STORE-OK.
           IF WS-ALERT-FOUND = 'N'
               MOVE WS-OLD-ALERT TO ALERT-MASTER-RECORD
               MOVE WS-NEW-CODE TO AM-CODE
               WRITE ALERT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-STORE-OK
               END-WRITE
               IF WS-STORE-OK = 'Y'
                   ADD 1 TO WS-MOVED
               END-IF
           ELSE
               PERFORM COMBINE-ALERTS
               REWRITE ALERT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-STORE-OK
               END-REWRITE
               IF WS-STORE-OK = 'Y'
                   ADD 1 TO WS-MERGED
               END-IF
           END-IF.
           IF WS-STORE-OK = 'Y'
               MOVE WS-OA-KEY TO AM-KEY
               DELETE ALERT-MASTER
                   INVALID KEY
                       ADD 1 TO WS-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETED
               END-DELETE
           ELSE
               ADD 1 TO WS-ERRORS
           END-IF.
       COMBINE-ALERTS.
           EVALUATE TRUE
               WHEN WS-OA-STATUS = 'O' AND AM-STATUS = 'O'
                   IF WS-OA-OPEN-DATE < AM-OPEN-DATE
                       MOVE WS-OA-OPEN-DATE TO AM-OPEN-DATE
                   END-IF
                   IF WS-OA-LAST-DATE > AM-LAST-DATE
                       MOVE WS-OA-LAST-DATE TO AM-LAST-DATE
                   END-IF
                   IF WS-OA-STREAK > AM-STREAK
                       MOVE WS-OA-STREAK TO AM-STREAK
                   END-IF
                   IF WS-OA-PEAK-PCT > AM-PEAK-PCT
                       MOVE WS-OA-PEAK-PCT TO AM-PEAK-PCT
                   END-IF
                   IF WS-OA-ACK NOT = 'Y' OR AM-ACK NOT = 'Y'
                       MOVE 'N' TO AM-ACK
                       MOVE SPACES TO AM-ACK-DATE
                   ELSE
                       IF WS-OA-ACK-DATE > AM-ACK-DATE
                           MOVE WS-OA-ACK-DATE TO AM-ACK-DATE
                       END-IF
                   END-IF
               WHEN WS-OA-STATUS = 'O'
                   MOVE WS-OLD-ALERT TO ALERT-MASTER-RECORD
                   MOVE WS-NEW-CODE TO AM-CODE
               WHEN AM-STATUS = 'O'
                   CONTINUE
               WHEN OTHER
                   IF WS-OA-CLOSE-DATE > AM-CLOSE-DATE
                       MOVE WS-OLD-ALERT TO ALERT-MASTER-RECORD
                       MOVE WS-NEW-CODE TO AM-CODE
                   END-IF
           END-EVALUATE.
       CHECK-FILE-BALANCE.
           MOVE 'BALANCED' TO WS-FILE-RESULT.
           IF WS-ERRORS > ZERO
                   OR WS-OLD-AFTER NOT = ZERO
                   OR WS-DELETED NOT = WS-OLD-BEFORE
                   OR WS-OLD-BEFORE NOT = WS-MOVED + WS-MERGED
                   OR WS-NEW-AFTER NOT = WS-NEW-BEFORE + WS-MOVED
                   OR WS-RETURNED NOT = WS-RELEASED
               MOVE 'OUT OF BALANCE' TO WS-FILE-RESULT
               MOVE 'N' TO WS-CARD-BALANCED
           END-IF.
       WRITE-FILE-LINE.
           MOVE WS-FILE-NAME(WS-FILE-ID) TO RD-FILE.
           MOVE WS-OLD-BEFORE TO RD-OLD-BEFORE.
           MOVE WS-NEW-BEFORE TO RD-NEW-BEFORE.
           MOVE WS-MOVED TO RD-MOVED.
           MOVE WS-MERGED TO RD-MERGED.
           MOVE WS-RECOMP TO RD-RECOMP.
           MOVE WS-NEW-AFTER TO RD-NEW-AFTER.
           MOVE WS-OLD-AFTER TO RD-OLD-AFTER.
           MOVE WS-FILE-RESULT TO RD-STATUS.
           WRITE RKEY-RPT-LINE FROM RKEY-DETAIL.
       RETIRE-OLD-CODE.
           MOVE 'Y' TO WS-RETIRED.
           MOVE SPACES TO WS-OLD-REGION.
           MOVE WS-OLD-CODE TO CM-CODE.
           READ CNTRY-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-RETIRED
           END-READ.
           IF WS-RETIRED = 'Y'
               MOVE CM-REGION TO WS-OLD-REGION
               MOVE 'R' TO CM-STATUS
               MOVE WS-NEW-CODE TO CM-NEW-CODE
               MOVE WS-RUN-DATE TO CM-STATUS-DATE
               REWRITE CNTRY-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-RETIRED
               END-REWRITE
           END-IF.
           IF WS-RETIRED = 'Y' AND WS-OLD-REGION NOT = SPACES
               MOVE WS-NEW-CODE TO CM-CODE
               READ CNTRY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-REGION = SPACES
                           MOVE WS-OLD-REGION TO CM-REGION
                           REWRITE CNTRY-MASTER-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-REGION-COPIED
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
       REKEY-ARCHIVE.
           MOVE 9 TO WS-FILE-ID.
           PERFORM CLEAR-FILE-COUNTS.
           PERFORM SET-SLOT-KINDS.
           WRITE RKEY-RPT-LINE FROM RKEY-ARCH-HDR.
           OPEN INPUT ARCHIVE-REC.
           IF WS-ARCH-STATUS = '00'
               MOVE 'Y' TO WS-ARCH-OPEN
           END-IF.
           OPEN OUTPUT ARCHOUT-REC.
           IF WS-ARCH-OPEN = 'Y'
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-CODE SR-SUBKEY SR-DATE
                       SR-SOURCE
                   INPUT PROCEDURE IS SELECT-ARCHIVE-RECORDS
                   OUTPUT PROCEDURE IS STORE-MERGED-RECORDS
               CLOSE ARCHIVE-REC
           ELSE
               WRITE RKEY-RPT-LINE FROM RKEY-ARCH-NONE
           END-IF.
           CLOSE ARCHOUT-REC.
           IF WS-ARCH-READ NOT = WS-ARCH-COPIED + WS-RELEASED
                   OR WS-RETURNED NOT = WS-RELEASED
                   OR WS-ARCH-WRITTEN NOT = WS-ARCH-COPIED + WS-GROUPS
               MOVE 'N' TO WS-ARCH-BALANCED
               MOVE 'N' TO WS-BALANCED
           END-IF.
       SELECT-ARCHIVE-RECORDS.
           PERFORM UNTIL WS-ARCH-EOF = 'Y'
               READ ARCHIVE-REC
                   AT END MOVE 'Y' TO WS-ARCH-EOF
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ
                       PERFORM MAP-ARCHIVE-RECORD
               END-READ
           END-PERFORM.
       MAP-ARCHIVE-RECORD.
           MOVE ARCH-CODE TO WS-MAP-CODE.
           MOVE 'N' TO WS-MAP-TARGET.
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-APPLIED-COUNT
               IF WS-MAP-CODE = WS-AC-OLD(WS-AC-IX)
                   MOVE WS-AC-NEW(WS-AC-IX) TO WS-MAP-CODE
               END-IF
               IF ARCH-CODE = WS-AC-NEW(WS-AC-IX)
                   MOVE 'Y' TO WS-MAP-TARGET
               END-IF
           END-PERFORM.
           IF WS-MAP-CODE NOT = ARCH-CODE OR WS-MAP-TARGET = 'Y'
               MOVE WS-MAP-CODE TO SR-CODE
               MOVE SPACES TO SR-SUBKEY
               MOVE ARCH-DATE TO SR-DATE
               MOVE ARCH-CODE TO SR-SOURCE
               MOVE ARCH-CASE-NEW TO SR-COUNT(1)
               MOVE ARCH-CASE-TOT TO SR-COUNT(2)
               MOVE ARCH-DEATH-NEW TO SR-COUNT(3)
               MOVE ARCH-DEATH-TOT TO SR-COUNT(4)
               MOVE ARCH-RECVD-NEW TO SR-COUNT(5)
               MOVE ARCH-RECVD-TOT TO SR-COUNT(6)
               ADD 1 TO WS-RELEASED
               RELEASE SORT-RECORD
           ELSE
               WRITE ARCHOUT-RECORD FROM ARCHIVE-RECORD
               ADD 1 TO WS-ARCH-COPIED
               ADD 1 TO WS-ARCH-WRITTEN
           END-IF.
       WRITE-REPORT-TRAILER.
           MOVE 'ARCHFILE RECORDS READ:' TO RT-LABEL.
           MOVE WS-ARCH-READ TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'ARCHFILE COPIED UNCHANGED:' TO RT-LABEL.
           MOVE WS-ARCH-COPIED TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'ARCHFILE SELECTED FOR RE-KEY:' TO RT-LABEL.
           MOVE WS-RELEASED TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'RE-KEYED DAYS WRITTEN:' TO RT-LABEL.
           MOVE WS-GROUPS TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'DUPLICATE DAYS DROPPED:' TO RT-LABEL.
           MOVE WS-DUPLICATES TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'ARCHOUT RECORDS WRITTEN:' TO RT-LABEL.
           MOVE WS-ARCH-WRITTEN TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           IF WS-ARCH-BALANCED = 'Y'
               MOVE 'ARCHFILE BALANCED' TO RKEY-RESULT-LINE
           ELSE
               MOVE 'ARCHFILE OUT OF BALANCE' TO RKEY-RESULT-LINE
           END-IF.
           WRITE RKEY-RPT-LINE FROM RKEY-RESULT-LINE.
           IF WS-CARDS-READ NOT = WS-CARDS-APPLIED
                   + WS-CARDS-REJECTED + WS-CARDS-FAILED
               MOVE 'N' TO WS-BALANCED
           END-IF.
           WRITE RKEY-RPT-LINE FROM RULER.
           MOVE 'CARDS READ:' TO RT-LABEL.
           MOVE WS-CARDS-READ TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'CARDS APPLIED:' TO RT-LABEL.
           MOVE WS-CARDS-APPLIED TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'CARDS REJECTED:' TO RT-LABEL.
           MOVE WS-CARDS-REJECTED TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'CARDS OUT OF BALANCE:' TO RT-LABEL.
           MOVE WS-CARDS-FAILED TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'RECORDS MOVED TO NEW CODE:' TO RT-LABEL.
           MOVE WS-TOT-MOVED TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'RECORDS MERGED INTO NEW CODE:' TO RT-LABEL.
           MOVE WS-TOT-MERGED TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'NEW CODE TOTALS RECOMPUTED:' TO RT-LABEL.
           MOVE WS-TOT-RECOMP TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           MOVE 'OLD CODE RECORDS DELETED:' TO RT-LABEL.
           MOVE WS-TOT-DELETED TO RT-COUNT.
           WRITE RKEY-RPT-LINE FROM RKEY-COUNT-LINE.
           IF WS-BALANCED = 'Y'
               WRITE RKEY-RPT-LINE FROM RKEY-BALANCE-OK
           ELSE
               WRITE RKEY-RPT-LINE FROM RKEY-BALANCE-BAD
           END-IF.
           WRITE RKEY-RPT-LINE FROM RULER.
