       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVID13.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-REC ASSIGN TO JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
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
           SELECT ALERT-MASTER ASSIGN TO ALRTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ALRTMST-STATUS.
           SELECT HOSPHIST-REC ASSIGN TO HOSPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSP-KEY
               FILE STATUS IS WS-HSPH-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT BACKOUT-REC ASSIGN TO BKOTRPT.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-REC
           RECORDING MODE F.
       01 JOURNAL-RECORD.
           05 JR-FEED-DATE PIC X(10).
           05 JR-RUN-STAMP.
              10 JR-RUN-DATE PIC X(8).
              10 JR-RUN-TIME PIC X(8).
           05 JR-FILE PIC X(8).
           05 JR-ACTION PIC X.
           05 JR-IMAGE PIC X(96).
           05 JR-AFTER PIC X(96).
       FD PARM-REC
           RECORDING MODE F.
       01 PARM-LINE PIC X(20).
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
       FD BACKOUT-REC
           RECORDING MODE F.
       01 BACKOUT-LINE PIC X(80).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SB-FILE PIC X(8).
           05 SB-KEY PIC X(42).
           05 SB-SEQ PIC 9(7).
           05 SB-ACTION PIC X.
           05 SB-IMAGE PIC X(96).
           05 SB-AFTER PIC X(96).
       WORKING-STORAGE SECTION.
       01 RULER.
           05 FILLER PIC X(50) VALUE
           '**************************************************'.
       01 WS-JRNL-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-HIST-STATUS PIC XX VALUE ZEROS.
       01 WS-HDAT-STATUS PIC XX VALUE ZEROS.
       01 WS-PROV-STATUS PIC XX VALUE ZEROS.
       01 WS-VAX-STATUS PIC XX VALUE ZEROS.
       01 WS-ALRTMST-STATUS PIC XX VALUE ZEROS.
       01 WS-HSPH-STATUS PIC XX VALUE ZEROS.
       01 WS-HSPH-OPEN PIC X VALUE 'N'.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-JRNL-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-BACKOUT-DATE PIC X(10) VALUE SPACES.
       01 WS-BACKOUT-RUN PIC X(16) VALUE SPACES.
       01 WS-JRNL-READ PIC 9(7) VALUE ZERO.
       01 WS-JRNL-SELECTED PIC 9(7) VALUE ZERO.
       01 WS-JRNL-RETURNED PIC 9(7) VALUE ZERO.
       01 WS-RUN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RUN-NO-TRAILER PIC 9(3) VALUE ZERO.
       01 WS-RUN-OUT-OF-BAL PIC 9(3) VALUE ZERO.
       01 WS-BALANCED PIC X VALUE 'Y'.
       01 WS-CURRENT-RUN PIC X(16) VALUE SPACES.
       01 WS-FIRST-RUN PIC X VALUE 'Y'.
       01 WS-PREV-FILE PIC X(8) VALUE SPACES.
       01 WS-PREV-KEY PIC X(42) VALUE SPACES.
       01 WS-FILE-IX PIC 9(2).
       01 WS-APPLY-OK PIC X VALUE 'Y'.
       01 WS-REC-FOUND PIC X VALUE 'N'.
       01 WS-READ-STATUS PIC XX VALUE ZEROS.
       01 WS-CURRENT-IMAGE PIC X(96).
       01 WS-CONFLICT-REASON PIC X(20) VALUE SPACES.
       01 WS-CONFLICT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-HELD-ACTIVE PIC X VALUE 'N'.
       01 WS-HELD-IX PIC 9(2).
       01 WS-HELD-ACTION PIC X.
       01 WS-HELD-IMAGE PIC X(96).
       01 WS-HELD-AFTER PIC X(96).
       01 WS-HELD-CODE PIC X(2).
       01 WS-CONTROL-COUNT PIC 9(7) VALUE ZERO.
       01 BACKOUT-FILE-TABLE.
           05 FILLER PIC X(8) VALUE 'HISTFILE'.
           05 FILLER PIC X(8) VALUE 'HDATFILE'.
           05 FILLER PIC X(8) VALUE 'PROVHIST'.
           05 FILLER PIC X(8) VALUE 'VAXHIST '.
           05 FILLER PIC X(8) VALUE 'ALRTMST '.
           05 FILLER PIC X(8) VALUE 'HOSPHIST'.
       01 BACKOUT-FILE-TABLE-R REDEFINES BACKOUT-FILE-TABLE.
           05 BF-NAME PIC X(8) OCCURS 6 TIMES.
       01 BACKOUT-COUNT-TABLE.
           05 BACKOUT-COUNT-ENTRY OCCURS 6 TIMES.
              10 BC-ENTRIES PIC 9(7) VALUE ZERO.
              10 BC-DELETED PIC 9(7) VALUE ZERO.
              10 BC-RESTORED PIC 9(7) VALUE ZERO.
              10 BC-SUPERSEDED PIC 9(7) VALUE ZERO.
              10 BC-CONFLICT PIC 9(7) VALUE ZERO.
              10 BC-FAILED PIC 9(7) VALUE ZERO.
       01 BACKOUT-OUTCOME-TOTALS.
           05 BO-DELETED PIC 9(7) VALUE ZERO.
           05 BO-RESTORED PIC 9(7) VALUE ZERO.
           05 BO-SUPERSEDED PIC 9(7) VALUE ZERO.
           05 BO-CONFLICT PIC 9(7) VALUE ZERO.
           05 BO-FAILED PIC 9(7) VALUE ZERO.
       01 RUN-ENTRY-COUNTS.
           05 RE-TOTAL PIC 9(7) VALUE ZERO.
           05 RE-FILE-COUNT PIC 9(7) OCCURS 6 TIMES.
       01 RUN-TRAILER-FOUND PIC X VALUE 'N'.
       01 JOURNAL-CONTROL.
           05 JC-ACCEPTED PIC 9(7).
           05 JC-HIST-WRITTEN PIC 9(7).
           05 JC-HASH-CASE-NEW PIC 9(13).
           05 JC-JRNL-WRITTEN PIC 9(7).
           05 JC-JRNL-FILE PIC 9(7) OCCURS 5 TIMES.
           05 JC-RESTART PIC X.
           05 JC-JRNL-HOSP PIC 9(7).
       01 RUN-TOTALS.
           05 RT-ACCEPTED PIC 9(9) VALUE ZERO.
           05 RT-HIST-WRITTEN PIC 9(9) VALUE ZERO.
           05 RT-HASH-CASE-NEW PIC 9(13) VALUE ZERO.
           05 RT-JRNL-WRITTEN PIC 9(9) VALUE ZERO.
       01 BACKOUT-HDR PIC X(80) VALUE
           'HISTORY BACKOUT REPORT - BEFORE-IMAGES BY FEED DATE'.
       01 BACKOUT-STAMP.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 BS-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE '  TIME: '.
           05 BS-TIME PIC X(8).
           05 FILLER PIC X(46) VALUE SPACES.
       01 BACKOUT-PARM-LINE.
           05 FILLER PIC X(11) VALUE 'FEED DATE: '.
           05 BP-DATE PIC X(10).
           05 FILLER PIC X(19) VALUE '  RUNS FROM STAMP: '.
           05 BP-RUN PIC X(16).
           05 FILLER PIC X(24) VALUE SPACES.
       01 BACKOUT-RUN-HDR PIC X(80) VALUE
           'ORIGINAL RUNS FOUND IN JOURNAL'.
       01 BACKOUT-RUN-LINE.
           05 FILLER PIC X(5) VALUE 'RUN '.
           05 BR-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BR-TIME PIC X(8).
           05 FILLER PIC X(11) VALUE '  ACCEPTED '.
           05 BR-ACCEPTED PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE '  HISTORY '.
           05 BR-HIST PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE '  HASH '.
           05 BR-HASH PIC ZZZZZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
       01 BACKOUT-RUN-COL-HDR.
           05 FILLER PIC X(12) VALUE '    FILE    '.
           05 FILLER PIC X(12) VALUE '     JOURNAL'.
           05 FILLER PIC X(12) VALUE '     CONTROL'.
           05 FILLER PIC X(44) VALUE SPACES.
       01 BACKOUT-RUN-DETAIL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 BD-FILE PIC X(8).
           05 BD-JOURNAL PIC ZZZZZZZZZZZ9.
           05 BD-CONTROL PIC ZZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BD-FLAG PIC X(20).
           05 FILLER PIC X(22) VALUE SPACES.
       01 BACKOUT-RUN-RESULT.
           05 FILLER PIC X(12) VALUE '    RESULT: '.
           05 BX-RESULT PIC X(40).
           05 FILLER PIC X(28) VALUE SPACES.
       01 BACKOUT-FILE-HDR PIC X(80) VALUE
           'BEFORE-IMAGES APPLIED BY FILE'.
       01 BACKOUT-FILE-COL-HDR.
           05 FILLER PIC X(8) VALUE 'FILE    '.
           05 FILLER PIC X(9) VALUE '  ENTRIES'.
           05 FILLER PIC X(9) VALUE '  DELETED'.
           05 FILLER PIC X(9) VALUE ' RESTORED'.
           05 FILLER PIC X(9) VALUE ' SUPERSED'.
           05 FILLER PIC X(9) VALUE ' CONFLICT'.
           05 FILLER PIC X(9) VALUE '   FAILED'.
           05 FILLER PIC X(18) VALUE SPACES.
       01 BACKOUT-FILE-DETAIL.
           05 BFD-FILE PIC X(8).
           05 BFD-ENTRIES PIC ZZZZZZZZ9.
           05 BFD-DELETED PIC ZZZZZZZZ9.
           05 BFD-RESTORED PIC ZZZZZZZZ9.
           05 BFD-SUPERSEDED PIC ZZZZZZZZ9.
           05 BFD-CONFLICT PIC ZZZZZZZZ9.
           05 BFD-FAILED PIC ZZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 BFD-FLAG PIC X(17).
       01 BACKOUT-CONFLICT-HDR PIC X(80) VALUE
           'CONFLICTS - RECORD CHANGED SINCE THE RUN, NOT BACKED OUT'.
       01 BACKOUT-CONFLICT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 BK-FILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BK-KEY PIC X(42).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BK-REASON PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
       01 BACKOUT-TOTAL-LINE.
           05 BT-LABEL PIC X(30).
           05 BT-COUNT PIC ZZZZZZZZZZZZ9.
           05 FILLER PIC X(37) VALUE SPACES.
       01 BACKOUT-BALANCE-OK PIC X(80) VALUE
           'BALANCE: JOURNAL ENTRIES = RUN CONTROL = IMAGES APPLIED'.
       01 BACKOUT-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: JOURNAL, RUN CONTROL AND IMAGES DISAGREE'.
       01 BACKOUT-NONE-LINE PIC X(80) VALUE
           'NO JOURNAL ENTRIES FOR FEED DATE - NOTHING BACKED OUT'.
       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM.
           IF WS-BACKOUT-DATE = SPACES
               DISPLAY 'COVID13: NO DATE= CARD ON PARMCARD - '
                   'BACKOUT SUPPRESSED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT JOURNAL-REC.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'COVID13: JRNLFILE OPEN FAILED, STATUS '
                   WS-JRNL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HISTORY-REC.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'COVID13: HISTFILE OPEN FAILED, STATUS '
                   WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE JOURNAL-REC
               GOBACK
           END-IF.
           OPEN I-O HDATE-REC.
           IF WS-HDAT-STATUS NOT = '00'
               DISPLAY 'COVID13: HDATFILE OPEN FAILED, STATUS '
                   WS-HDAT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE JOURNAL-REC
               CLOSE HISTORY-REC
               GOBACK
           END-IF.
           OPEN I-O PROV-HIST-REC.
           IF WS-PROV-STATUS NOT = '00'
               DISPLAY 'COVID13: PROVHIST OPEN FAILED, STATUS '
                   WS-PROV-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE JOURNAL-REC
               CLOSE HISTORY-REC
               CLOSE HDATE-REC
               GOBACK
           END-IF.
           OPEN I-O VAXHIST-REC.
           IF WS-VAX-STATUS NOT = '00'
               DISPLAY 'COVID13: VAXHIST OPEN FAILED, STATUS '
                   WS-VAX-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE JOURNAL-REC
               CLOSE HISTORY-REC
               CLOSE HDATE-REC
               CLOSE PROV-HIST-REC
               GOBACK
           END-IF.
           OPEN I-O ALERT-MASTER.
           IF WS-ALRTMST-STATUS NOT = '00'
               DISPLAY 'COVID13: ALRTMST OPEN FAILED, STATUS '
                   WS-ALRTMST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE JOURNAL-REC
               CLOSE HISTORY-REC
               CLOSE HDATE-REC
               CLOSE PROV-HIST-REC
               CLOSE VAXHIST-REC
               GOBACK
           END-IF.
           OPEN I-O HOSPHIST-REC.
           IF WS-HSPH-STATUS = '00'
               MOVE 'Y' TO WS-HSPH-OPEN
           ELSE
               IF WS-HSPH-STATUS NOT = '35'
                   DISPLAY 'COVID13: HOSPHIST OPEN FAILED, STATUS '
                       WS-HSPH-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE JOURNAL-REC
                   CLOSE HISTORY-REC
                   CLOSE HDATE-REC
                   CLOSE PROV-HIST-REC
                   CLOSE VAXHIST-REC
                   CLOSE ALERT-MASTER
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           OPEN OUTPUT BACKOUT-REC.
           PERFORM WRITE-REPORT-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-FILE SB-KEY SB-SEQ
               INPUT PROCEDURE IS SELECT-JOURNAL-ENTRIES
               OUTPUT PROCEDURE IS APPLY-BEFORE-IMAGES.
           PERFORM WRITE-FILE-COUNTS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE JOURNAL-REC.
           CLOSE HISTORY-REC.
           CLOSE HDATE-REC.
           CLOSE PROV-HIST-REC.
           CLOSE VAXHIST-REC.
           CLOSE ALERT-MASTER.
           IF WS-HSPH-OPEN = 'Y'
               CLOSE HOSPHIST-REC
           END-IF.
           IF WS-CNTRY-OPEN = 'Y'
               CLOSE CNTRY-MASTER
           END-IF.
           CLOSE BACKOUT-REC.
           DISPLAY 'COVID13: FEED DATE ' WS-BACKOUT-DATE
               ' RUNS ' WS-RUN-COUNT
               ' ENTRIES ' WS-JRNL-SELECTED.
           IF WS-BALANCED = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-JRNL-SELECTED = 0 OR WS-RUN-NO-TRAILER > 0
                       OR BO-CONFLICT > 0
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
                           IF WS-PARM-KEY = 'DATE'
                               MOVE WS-PARM-VALUE(1:10)
                                   TO WS-BACKOUT-DATE
                           END-IF
                           IF WS-PARM-KEY = 'RUN '
                               MOVE WS-PARM-VALUE TO WS-BACKOUT-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-REC
           END-IF.
       WRITE-REPORT-HEADER.
           WRITE BACKOUT-LINE FROM RULER.
           WRITE BACKOUT-LINE FROM BACKOUT-HDR.
           MOVE WS-RUN-DATE TO BS-DATE.
           MOVE WS-RUN-TIME TO BS-TIME.
           WRITE BACKOUT-LINE FROM BACKOUT-STAMP.
           MOVE WS-BACKOUT-DATE TO BP-DATE.
           IF WS-BACKOUT-RUN = SPACES
               MOVE 'ALL' TO BP-RUN
           ELSE
               MOVE WS-BACKOUT-RUN TO BP-RUN
           END-IF.
           WRITE BACKOUT-LINE FROM BACKOUT-PARM-LINE.
           WRITE BACKOUT-LINE FROM RULER.
           WRITE BACKOUT-LINE FROM BACKOUT-RUN-HDR.
       SELECT-JOURNAL-ENTRIES.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ JOURNAL-REC
                   AT END MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ
                       IF JR-FEED-DATE = WS-BACKOUT-DATE
                               AND (WS-BACKOUT-RUN = SPACES
                               OR JR-RUN-STAMP >= WS-BACKOUT-RUN)
                           PERFORM SELECT-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FIRST-RUN = 'N'
               PERFORM WRITE-RUN-BALANCE
           END-IF.
       SELECT-JOURNAL-ENTRY.
           IF WS-FIRST-RUN = 'Y'
               MOVE 'N' TO WS-FIRST-RUN
               MOVE JR-RUN-STAMP TO WS-CURRENT-RUN
               PERFORM START-RUN
           ELSE
               IF JR-RUN-STAMP NOT = WS-CURRENT-RUN
                   PERFORM WRITE-RUN-BALANCE
                   MOVE JR-RUN-STAMP TO WS-CURRENT-RUN
                   PERFORM START-RUN
               END-IF
           END-IF.
           IF JR-ACTION = 'T'
               MOVE 'Y' TO RUN-TRAILER-FOUND
               MOVE JR-IMAGE TO JOURNAL-CONTROL
           ELSE
               PERFORM RELEASE-JOURNAL-ENTRY
           END-IF.
       START-RUN.
           ADD 1 TO WS-RUN-COUNT.
           MOVE 'N' TO RUN-TRAILER-FOUND.
           MOVE ZERO TO RE-TOTAL.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 6
               MOVE ZERO TO RE-FILE-COUNT(WS-FILE-IX)
           END-PERFORM.
       RELEASE-JOURNAL-ENTRY.
           PERFORM FIND-FILE-INDEX.
           IF WS-FILE-IX > 6
               DISPLAY 'COVID13: UNKNOWN JOURNAL FILE ' JR-FILE
               MOVE 'N' TO WS-BALANCED
           ELSE
               ADD 1 TO WS-JRNL-SELECTED
               ADD 1 TO RE-TOTAL
               ADD 1 TO RE-FILE-COUNT(WS-FILE-IX)
               ADD 1 TO BC-ENTRIES(WS-FILE-IX)
               MOVE JR-FILE TO SB-FILE
               MOVE SPACES TO SB-KEY
               EVALUATE WS-FILE-IX
                   WHEN 3
                       MOVE JR-IMAGE(1:42) TO SB-KEY
                   WHEN 5
                       MOVE JR-IMAGE(1:3) TO SB-KEY
                   WHEN OTHER
                       MOVE JR-IMAGE(1:12) TO SB-KEY
               END-EVALUATE
               MOVE WS-JRNL-READ TO SB-SEQ
               MOVE JR-ACTION TO SB-ACTION
               MOVE JR-IMAGE TO SB-IMAGE
               MOVE JR-AFTER TO SB-AFTER
               RELEASE SORT-RECORD
           END-IF.
       FIND-FILE-INDEX.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 6
               IF BF-NAME(WS-FILE-IX) = JR-FILE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       WRITE-RUN-BALANCE.
           MOVE WS-CURRENT-RUN(1:8) TO BR-DATE.
           MOVE WS-CURRENT-RUN(9:8) TO BR-TIME.
           IF RUN-TRAILER-FOUND = 'Y'
               MOVE JC-ACCEPTED TO BR-ACCEPTED
               MOVE JC-HIST-WRITTEN TO BR-HIST
               MOVE JC-HASH-CASE-NEW TO BR-HASH
               ADD JC-ACCEPTED TO RT-ACCEPTED
               ADD JC-HIST-WRITTEN TO RT-HIST-WRITTEN
               ADD JC-HASH-CASE-NEW TO RT-HASH-CASE-NEW
               ADD JC-JRNL-WRITTEN TO RT-JRNL-WRITTEN
           ELSE
               MOVE ZERO TO BR-ACCEPTED
               MOVE ZERO TO BR-HIST
               MOVE ZERO TO BR-HASH
               ADD RE-TOTAL TO RT-JRNL-WRITTEN
           END-IF.
           WRITE BACKOUT-LINE FROM BACKOUT-RUN-LINE.
           WRITE BACKOUT-LINE FROM BACKOUT-RUN-COL-HDR.
           MOVE SPACES TO BX-RESULT.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 6
               MOVE BF-NAME(WS-FILE-IX) TO BD-FILE
               MOVE RE-FILE-COUNT(WS-FILE-IX) TO BD-JOURNAL
               MOVE SPACES TO BD-FLAG
               IF RUN-TRAILER-FOUND = 'Y'
                   PERFORM GET-CONTROL-COUNT
                   MOVE WS-CONTROL-COUNT TO BD-CONTROL
                   IF RE-FILE-COUNT(WS-FILE-IX) NOT = WS-CONTROL-COUNT
                       MOVE '** OUT OF BALANCE' TO BD-FLAG
                       MOVE 'JOURNAL DOES NOT MATCH RUN CONTROL'
                           TO BX-RESULT
                   END-IF
               ELSE
                   MOVE ZERO TO BD-CONTROL
               END-IF
               WRITE BACKOUT-LINE FROM BACKOUT-RUN-DETAIL
           END-PERFORM.
           IF RUN-TRAILER-FOUND = 'Y'
               IF RE-TOTAL NOT = JC-JRNL-WRITTEN
                   MOVE 'JOURNAL DOES NOT MATCH RUN CONTROL'
                       TO BX-RESULT
               END-IF
               IF JC-JRNL-FILE(1) NOT = JC-HIST-WRITTEN
                   MOVE 'HISTFILE JOURNAL NOT = HISTORY WRITTEN'
                       TO BX-RESULT
               END-IF
               IF BX-RESULT = SPACES
                   MOVE 'IN BALANCE WITH RUN CONTROL' TO BX-RESULT
               ELSE
                   ADD 1 TO WS-RUN-OUT-OF-BAL
                   MOVE 'N' TO WS-BALANCED
               END-IF
           ELSE
               ADD 1 TO WS-RUN-NO-TRAILER
               MOVE 'NO CONTROL TRAILER - RUN DID NOT COMPLETE'
                   TO BX-RESULT
           END-IF.
           WRITE BACKOUT-LINE FROM BACKOUT-RUN-RESULT.
       GET-CONTROL-COUNT.
           MOVE ZERO TO WS-CONTROL-COUNT.
           IF WS-FILE-IX > 5
               IF JC-JRNL-HOSP IS NUMERIC
                   MOVE JC-JRNL-HOSP TO WS-CONTROL-COUNT
               END-IF
           ELSE
               MOVE JC-JRNL-FILE(WS-FILE-IX) TO WS-CONTROL-COUNT
           END-IF.
       APPLY-BEFORE-IMAGES.
           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-JRNL-RETURNED
                       PERFORM APPLY-ONE-IMAGE
               END-RETURN
           END-PERFORM.
           IF WS-HELD-ACTIVE = 'Y'
               PERFORM APPLY-HELD-IMAGE
           END-IF.
       APPLY-ONE-IMAGE.
           MOVE SB-FILE TO JR-FILE.
           PERFORM FIND-FILE-INDEX.
           IF SB-FILE = WS-PREV-FILE AND SB-KEY = WS-PREV-KEY
               ADD 1 TO BC-SUPERSEDED(WS-FILE-IX)
               MOVE SB-AFTER TO WS-HELD-AFTER
           ELSE
               IF WS-HELD-ACTIVE = 'Y'
                   PERFORM APPLY-HELD-IMAGE
               END-IF
               MOVE SB-FILE TO WS-PREV-FILE
               MOVE SB-KEY TO WS-PREV-KEY
               MOVE 'Y' TO WS-HELD-ACTIVE
               MOVE WS-FILE-IX TO WS-HELD-IX
               MOVE SB-ACTION TO WS-HELD-ACTION
               MOVE SB-IMAGE TO WS-HELD-IMAGE
               MOVE SB-AFTER TO WS-HELD-AFTER
           END-IF.
       APPLY-HELD-IMAGE.
           MOVE 'Y' TO WS-APPLY-OK.
           MOVE SPACES TO WS-CONFLICT-REASON.
           PERFORM CHECK-RETIRED-CODE.
           IF WS-APPLY-OK = 'Y'
               EVALUATE WS-HELD-IX
                   WHEN 1
                       PERFORM RESTORE-HISTORY
                   WHEN 2
                       PERFORM RESTORE-HDATE
                   WHEN 3
                       PERFORM RESTORE-PROVINCE
                   WHEN 4
                       PERFORM RESTORE-VAX
                   WHEN 5
                       PERFORM RESTORE-ALERT
                   WHEN 6
                       PERFORM RESTORE-HOSP
               END-EVALUATE
           END-IF.
           EVALUATE WS-APPLY-OK
               WHEN 'N'
                   ADD 1 TO BC-FAILED(WS-HELD-IX)
                   MOVE 'N' TO WS-BALANCED
               WHEN 'C'
                   ADD 1 TO BC-CONFLICT(WS-HELD-IX)
                   PERFORM WRITE-CONFLICT-LINE
               WHEN OTHER
                   IF WS-HELD-ACTION = 'A'
                       ADD 1 TO BC-DELETED(WS-HELD-IX)
                   ELSE
                       ADD 1 TO BC-RESTORED(WS-HELD-IX)
                   END-IF
           END-EVALUATE.
       CHECK-RETIRED-CODE.
           IF WS-HELD-IX = 2
               MOVE WS-HELD-IMAGE(11:2) TO WS-HELD-CODE
           ELSE
               MOVE WS-HELD-IMAGE(1:2) TO WS-HELD-CODE
           END-IF.
           IF WS-CNTRY-OPEN = 'Y'
               MOVE WS-HELD-CODE TO CM-CODE
               READ CNTRY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-STATUS = 'R'
                           MOVE 'C' TO WS-APPLY-OK
                           MOVE 'CODE RETIRED' TO WS-CONFLICT-REASON
                       END-IF
               END-READ
           END-IF.
       CHECK-CURRENT-IMAGE.
           IF WS-READ-STATUS NOT = '00' AND WS-READ-STATUS NOT = '23'
               MOVE 'N' TO WS-APPLY-OK
           ELSE
               IF WS-REC-FOUND = 'N'
                   MOVE 'C' TO WS-APPLY-OK
                   MOVE 'RECORD MISSING' TO WS-CONFLICT-REASON
               ELSE
                   IF WS-CURRENT-IMAGE NOT = WS-HELD-AFTER
                       MOVE 'C' TO WS-APPLY-OK
                       MOVE 'CHANGED SINCE RUN' TO WS-CONFLICT-REASON
                   END-IF
               END-IF
           END-IF.
       WRITE-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-COUNT.
           IF WS-CONFLICT-COUNT = 1
               WRITE BACKOUT-LINE FROM RULER
               WRITE BACKOUT-LINE FROM BACKOUT-CONFLICT-HDR
           END-IF.
           MOVE BF-NAME(WS-HELD-IX) TO BK-FILE.
           MOVE WS-PREV-KEY TO BK-KEY.
           MOVE WS-CONFLICT-REASON TO BK-REASON.
           WRITE BACKOUT-LINE FROM BACKOUT-CONFLICT-LINE.
       RESTORE-HISTORY.
           MOVE WS-HELD-IMAGE TO HISTORY-RECORD.
           READ HISTORY-REC
               INVALID KEY
                   MOVE 'N' TO WS-REC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REC-FOUND
           END-READ.
           MOVE WS-HIST-STATUS TO WS-READ-STATUS.
           MOVE HISTORY-RECORD TO WS-CURRENT-IMAGE.
           PERFORM CHECK-CURRENT-IMAGE.
           IF WS-APPLY-OK = 'Y'
               IF WS-HELD-ACTION = 'A'
                   DELETE HISTORY-REC
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   MOVE WS-HELD-IMAGE TO HISTORY-RECORD
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-HIST-STATUS NOT = '00'
                   MOVE 'N' TO WS-APPLY-OK
               END-IF
           END-IF.
       RESTORE-HDATE.
           MOVE WS-HELD-IMAGE TO HDATE-RECORD.
           READ HDATE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REC-FOUND
           END-READ.
           MOVE WS-HDAT-STATUS TO WS-READ-STATUS.
           MOVE HDATE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM CHECK-CURRENT-IMAGE.
           IF WS-APPLY-OK = 'Y'
               IF WS-HELD-ACTION = 'A'
                   DELETE HDATE-REC
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   MOVE WS-HELD-IMAGE TO HDATE-RECORD
                   REWRITE HDATE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-HDAT-STATUS NOT = '00'
                   MOVE 'N' TO WS-APPLY-OK
               END-IF
           END-IF.
       RESTORE-PROVINCE.
           MOVE WS-HELD-IMAGE TO PROV-RECORD.
           READ PROV-HIST-REC
               INVALID KEY
                   MOVE 'N' TO WS-REC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REC-FOUND
           END-READ.
           MOVE WS-PROV-STATUS TO WS-READ-STATUS.
           MOVE PROV-RECORD TO WS-CURRENT-IMAGE.
           PERFORM CHECK-CURRENT-IMAGE.
           IF WS-APPLY-OK = 'Y'
               IF WS-HELD-ACTION = 'A'
                   DELETE PROV-HIST-REC
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   MOVE WS-HELD-IMAGE TO PROV-RECORD
                   REWRITE PROV-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-PROV-STATUS NOT = '00'
                   MOVE 'N' TO WS-APPLY-OK
               END-IF
           END-IF.
       RESTORE-VAX.
           MOVE WS-HELD-IMAGE TO VAX-RECORD.
           READ VAXHIST-REC
               INVALID KEY
                   MOVE 'N' TO WS-REC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REC-FOUND
           END-READ.
           MOVE WS-VAX-STATUS TO WS-READ-STATUS.
           MOVE VAX-RECORD TO WS-CURRENT-IMAGE.
           PERFORM CHECK-CURRENT-IMAGE.
           IF WS-APPLY-OK = 'Y'
               IF WS-HELD-ACTION = 'A'
                   DELETE VAXHIST-REC
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   MOVE WS-HELD-IMAGE TO VAX-RECORD
                   REWRITE VAX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-VAX-STATUS NOT = '00'
                   MOVE 'N' TO WS-APPLY-OK
               END-IF
           END-IF.
       RESTORE-ALERT.
           MOVE WS-HELD-IMAGE TO ALERT-MASTER-RECORD.
           READ ALERT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-REC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REC-FOUND
           END-READ.
           MOVE WS-ALRTMST-STATUS TO WS-READ-STATUS.
           MOVE ALERT-MASTER-RECORD TO WS-CURRENT-IMAGE.
           PERFORM CHECK-CURRENT-IMAGE.
           IF WS-APPLY-OK = 'Y'
               IF WS-HELD-ACTION = 'A'
                   DELETE ALERT-MASTER
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   MOVE WS-HELD-IMAGE TO ALERT-MASTER-RECORD
                   REWRITE ALERT-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-ALRTMST-STATUS NOT = '00'
                   MOVE 'N' TO WS-APPLY-OK
               END-IF
           END-IF.
       RESTORE-HOSP.
           IF WS-HSPH-OPEN = 'N'
               MOVE 'N' TO WS-APPLY-OK
           ELSE
               MOVE WS-HELD-IMAGE TO HOSP-RECORD
               READ HOSPHIST-REC
                   INVALID KEY
                       MOVE 'N' TO WS-REC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REC-FOUND
               END-READ
               MOVE WS-HSPH-STATUS TO WS-READ-STATUS
               MOVE HOSP-RECORD TO WS-CURRENT-IMAGE
               PERFORM CHECK-CURRENT-IMAGE
           END-IF.
           IF WS-APPLY-OK = 'Y'
               IF WS-HELD-ACTION = 'A'
                   DELETE HOSPHIST-REC
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   MOVE WS-HELD-IMAGE TO HOSP-RECORD
                   REWRITE HOSP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF WS-HSPH-STATUS NOT = '00'
                   MOVE 'N' TO WS-APPLY-OK
               END-IF
           END-IF.
       WRITE-FILE-COUNTS.
           IF WS-RUN-COUNT = 0
               WRITE BACKOUT-LINE FROM BACKOUT-NONE-LINE
           END-IF.
           WRITE BACKOUT-LINE FROM RULER.
           WRITE BACKOUT-LINE FROM BACKOUT-FILE-HDR.
           WRITE BACKOUT-LINE FROM BACKOUT-FILE-COL-HDR.
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 6
               MOVE BF-NAME(WS-FILE-IX) TO BFD-FILE
               MOVE BC-ENTRIES(WS-FILE-IX) TO BFD-ENTRIES
               MOVE BC-DELETED(WS-FILE-IX) TO BFD-DELETED
               MOVE BC-RESTORED(WS-FILE-IX) TO BFD-RESTORED
               MOVE BC-SUPERSEDED(WS-FILE-IX) TO BFD-SUPERSEDED
               MOVE BC-CONFLICT(WS-FILE-IX) TO BFD-CONFLICT
               MOVE BC-FAILED(WS-FILE-IX) TO BFD-FAILED
               ADD BC-DELETED(WS-FILE-IX) TO BO-DELETED
               ADD BC-RESTORED(WS-FILE-IX) TO BO-RESTORED
               ADD BC-SUPERSEDED(WS-FILE-IX) TO BO-SUPERSEDED
               ADD BC-CONFLICT(WS-FILE-IX) TO BO-CONFLICT
               ADD BC-FAILED(WS-FILE-IX) TO BO-FAILED
               MOVE SPACES TO BFD-FLAG
               IF BC-CONFLICT(WS-FILE-IX) > 0
                   MOVE '** CONFLICTS' TO BFD-FLAG
               END-IF
               IF BC-DELETED(WS-FILE-IX) + BC-RESTORED(WS-FILE-IX)
                       + BC-SUPERSEDED(WS-FILE-IX)
                       + BC-CONFLICT(WS-FILE-IX)
                       + BC-FAILED(WS-FILE-IX)
                       NOT = BC-ENTRIES(WS-FILE-IX)
                   MOVE '** OUT OF BALANCE' TO BFD-FLAG
                   MOVE 'N' TO WS-BALANCED
               END-IF
               IF BC-FAILED(WS-FILE-IX) > 0
                   MOVE '** APPLY FAILED' TO BFD-FLAG
               END-IF
               WRITE BACKOUT-LINE FROM BACKOUT-FILE-DETAIL
           END-PERFORM.
       WRITE-REPORT-TRAILER.
           IF WS-JRNL-SELECTED NOT = WS-JRNL-RETURNED
                   OR WS-JRNL-SELECTED NOT = RT-JRNL-WRITTEN
                   OR WS-JRNL-RETURNED NOT = BO-RESTORED + BO-DELETED
                       + BO-SUPERSEDED + BO-CONFLICT + BO-FAILED
               MOVE 'N' TO WS-BALANCED
           END-IF.
           WRITE BACKOUT-LINE FROM RULER.
           MOVE 'JOURNAL RECORDS READ:' TO BT-LABEL.
           MOVE WS-JRNL-READ TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'ORIGINAL RUNS SELECTED:' TO BT-LABEL.
           MOVE WS-RUN-COUNT TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'RUNS WITHOUT CONTROL TRAILER:' TO BT-LABEL.
           MOVE WS-RUN-NO-TRAILER TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'RUNS OUT OF BALANCE:' TO BT-LABEL.
           MOVE WS-RUN-OUT-OF-BAL TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'RUN CONTROL ACCEPTED:' TO BT-LABEL.
           MOVE RT-ACCEPTED TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'RUN CONTROL HISTORY WRITTEN:' TO BT-LABEL.
           MOVE RT-HIST-WRITTEN TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'RUN CONTROL HASH NEW CASES:' TO BT-LABEL.
           MOVE RT-HASH-CASE-NEW TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'RUN CONTROL JOURNAL ENTRIES:' TO BT-LABEL.
           MOVE RT-JRNL-WRITTEN TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'JOURNAL ENTRIES SELECTED:' TO BT-LABEL.
           MOVE WS-JRNL-SELECTED TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'JOURNAL ENTRIES APPLIED:' TO BT-LABEL.
           MOVE WS-JRNL-RETURNED TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'BEFORE-IMAGES RESTORED:' TO BT-LABEL.
           MOVE BO-RESTORED TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'ADDED RECORDS DELETED:' TO BT-LABEL.
           MOVE BO-DELETED TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'SUPERSEDED BY EARLIER IMAGE:' TO BT-LABEL.
           MOVE BO-SUPERSEDED TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'CONFLICTS - NOT BACKED OUT:' TO BT-LABEL.
           MOVE BO-CONFLICT TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           MOVE 'BEFORE-IMAGES FAILED:' TO BT-LABEL.
           MOVE BO-FAILED TO BT-COUNT.
           WRITE BACKOUT-LINE FROM BACKOUT-TOTAL-LINE.
           IF WS-BALANCED = 'Y'
               WRITE BACKOUT-LINE FROM BACKOUT-BALANCE-OK
           ELSE
               WRITE BACKOUT-LINE FROM BACKOUT-BALANCE-BAD
           END-IF.
           WRITE BACKOUT-LINE FROM RULER.
