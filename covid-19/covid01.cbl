               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HDAT-KEY
               FILE STATUS IS WS-HDAT-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT EXTRACT-REC ASSIGN TO EXTRFILE.
           SELECT ANOMALY-REC ASSIGN TO ANOMFILE.
           SELECT CHECKPOINT-REC ASSIGN TO CKPTFILE
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-LOG ASSIGN TO RUNLOG
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PCAP-REC ASSIGN TO PCAPFILE.
           SELECT ALERT-MASTER ASSIGN TO ALRTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-ALRTMST-STATUS.
           SELECT HOSP-REC ASSIGN TO HOSPFILE
               FILE STATUS IS WS-HOSP-STATUS.
           SELECT HOSPREJ-REC ASSIGN TO HREJFILE.
           SELECT HOSPHIST-REC ASSIGN TO HOSPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSP-KEY
               FILE STATUS IS WS-HSPH-STATUS.
           SELECT PERIOD-CTL-REC ASSIGN TO PERDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERD-STATUS.
           SELECT ADJ-REC ASSIGN TO ADJLOG
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT JOURNAL-REC ASSIGN TO JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
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
       FD EXTRACT-REC
           RECORDING MODE F.
       01 EXTRACT-LINE PIC X(100).
       FD PARM-REC
           RECORDING MODE F.
       01 PARM-LINE PIC X(20).
       FD RUN-LOG
           RECORDING MODE F.
       01 RUN-LOG-LINE PIC X(80).
       FD ALERT-MASTER
           RECORDING MODE F.
       01 ALERT-MASTER-RECORD.
           05 AM-KEY.
              10 AM-CODE PIC X(2).
              10 AM-TYPE PIC X.
           05 AM-STATUS PIC X.
           05 AM-OPEN-DATE PIC X(10).
           05 AM-LAST-DATE PIC X(10).
              10 VAX-DATE PIC X(10).
           05 VAX-DOSES-NEW PIC 9(9).
           05 VAX-FULL-TOT PIC 9(9).
       FD HOSP-REC
           RECORDING MODE F.
       01 HOSP-LINE PIC X(80).
       FD HOSPREJ-REC
           RECORDING MODE F.
       01 HOSPREJ-LINE PIC X(112).
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
       FD JOURNAL-REC
           RECORDING MODE F.
       01 JOURNAL-RECORD.
           05 JR-FEED-DATE PIC X(10).
           05 JR-RUN-DATE PIC X(8).
           05 JR-RUN-TIME PIC X(8).
           05 JR-FILE PIC X(8).
           05 JR-ACTION PIC X.
           05 JR-IMAGE PIC X(96).
           05 JR-AFTER PIC X(96).
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-REGION PIC X(20).
       01 REPORT-7DAY-AVG.
           05 FILLER PIC X(21) VALUE '7-DAY AVG NEW CASES: '.
           05 REP-7DAY-AVG PIC ZZZZZZZZ9.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CNTRY-EOF PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-SEEN-STAMP PIC X(16) VALUE SPACES.
       01 WS-CURRENT-REGION PIC X(20) VALUE SPACES.
       01 REGION-TOTALS.
           05 RGN-CASE-NEW PIC 9(11) VALUE ZERO.
           05 RGN-DEATH-NEW PIC 9(11) VALUE ZERO.
       01 WS-SORT-COUNTRY PIC X(44) VALUE SPACES.
       01 WS-SORT-CODE PIC X(2) VALUE SPACES.
       01 WS-SORT-REGION PIC X(20) VALUE SPACES.
       01 SORT-EOF PIC X VALUE 'N'.
       01 REPORT-REGION-HDR.
           05 FILLER PIC X(17) VALUE 'REGION SUBTOTAL: '.
           05 WS-CTL-PROV-READ PIC 9(7) VALUE ZERO.
           05 WS-CTL-PROV-REJ PIC 9(7) VALUE ZERO.
           05 WS-CTL-SYNTH PIC 9(7) VALUE ZERO.
           05 WS-CTL-JRNL-WRITTEN PIC 9(7) VALUE ZERO.
           05 WS-CTL-ADJ-LOGGED PIC 9(7) VALUE ZERO.
       01 WS-JRNL-STATUS PIC XX VALUE ZEROS.
       01 WS-PERD-STATUS PIC XX VALUE ZEROS.
       01 WS-PERD-OPEN PIC X VALUE 'N'.
       01 WS-ADJ-STATUS PIC XX VALUE ZEROS.
       01 WS-ADJ-OPEN PIC X VALUE 'N'.
       01 WS-CHECKED-PERIOD PIC X(7) VALUE SPACES.
       01 WS-PERIOD-CLOSED PIC X VALUE 'N'.
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
       01 JOURNAL-COUNTS.
           05 WS-JRNL-HIST PIC 9(7) VALUE ZERO.
           05 WS-JRNL-HDAT PIC 9(7) VALUE ZERO.
           05 WS-JRNL-PROV PIC 9(7) VALUE ZERO.
           05 WS-JRNL-VAX PIC 9(7) VALUE ZERO.
           05 WS-JRNL-ALRT PIC 9(7) VALUE ZERO.
           05 WS-JRNL-HOSP PIC 9(7) VALUE ZERO.
       01 JOURNAL-CONTROL.
           05 JC-ACCEPTED PIC 9(7).
           05 JC-HIST-WRITTEN PIC 9(7).
           05 JC-HASH-CASE-NEW PIC 9(13).
           05 JC-JRNL-WRITTEN PIC 9(7).
           05 JC-JRNL-HIST PIC 9(7).
           05 JC-JRNL-HDAT PIC 9(7).
           05 JC-JRNL-PROV PIC 9(7).
           05 JC-JRNL-VAX PIC 9(7).
           05 JC-JRNL-ALRT PIC 9(7).
           05 JC-RESTART PIC X.
           05 JC-JRNL-HOSP PIC 9(7).
       01 WS-CTL-LINE PIC X(80) VALUE SPACES.
       01 CONTROL-HDR PIC X(80) VALUE
           'RUN CONTROL AND BALANCING'.
           05 CP-REPROCESS PIC X.
           05 FILLER PIC X(7) VALUE ' ALRT='.
           05 CP-ALRT PIC ZZ9.
           05 FILLER PIC X(7) VALUE ' OCCP='.
           05 CP-OCCP PIC ZZ9.
           05 FILLER PIC X(17) VALUE SPACES.
       01 CONTROL-COUNT-LINE.
           05 CC-LABEL PIC X(26).
           05 CC-COUNT PIC ZZZZZZ9.
           'BALANCE: READ = ACCEPTED + REJECTED'.
       01 CONTROL-BALANCE-BAD PIC X(80) VALUE
           'OUT OF BALANCE: READ NOT = ACCEPTED + REJECTED'.
       01 MASTER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALRTMST-STATUS PIC XX VALUE ZEROS.
       01 WS-ALERT-FOUND PIC X VALUE 'N'.
       01 WS-ALERT-ACTIVE PIC X VALUE 'N'.
       01 WS-ALERT-PCT PIC 9(3) VALUE ZERO.
       01 WS-ALERT-OVER-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-ALERT-CODE PIC X(2) VALUE SPACES.
       01 WS-ALERT-TYPE PIC X VALUE 'C'.
       01 WS-ALERT-DATE PIC X(10) VALUE SPACES.
       01 ALERT-DETAIL.
           05 AL-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-OVER-PCT PIC +ZZZZ9.9.
           05 FILLER PIC X(14) VALUE SPACES.
       01 WS-POPULATION PIC 9(9) VALUE ZERO.
       01 WS-RATE-CASE PIC 9(5)V99 VALUE ZERO.
       01 WS-RATE-DEATH PIC 9(5)V99 VALUE ZERO.
           05 VX-LABEL PIC X(26).
           05 VX-COUNT PIC ZZZZ9.
           05 FILLER PIC X(49) VALUE SPACES.
       01 WS-HOSP-STATUS PIC XX VALUE ZEROS.
       01 WS-HSPH-STATUS PIC XX VALUE ZEROS.
       01 WS-HOSP-EOF PIC X VALUE 'N'.
       01 HOSP-FIELDS.
           05 HF-CODE PIC X(2).
           05 HF-IN-HOSP PIC 9(9).
           05 HF-IN-ICU PIC 9(9).
       01 HF-TIMESTAMP.
           05 HF-DATE PIC X(10).
           05 HF-TIME PIC X(9).
       01 WS-HOSP-UNSTRING-COUNT PIC 9(2) VALUE ZERO.
       01 WS-HOSP-VALID PIC X VALUE 'Y'.
       01 WS-HOSP-REASON PIC X(30) VALUE SPACES.
       01 WS-HOSP-READ PIC 9(5) VALUE ZERO.
       01 WS-HOSP-ACCEPTED PIC 9(5) VALUE ZERO.
       01 WS-HOSP-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-HOSP-FLAGGED PIC 9(5) VALUE ZERO.
       01 WS-OCC-PCT-LIMIT PIC 9(3) VALUE ZERO.
       01 WS-OCC-ACTIVE PIC X VALUE 'N'.
       01 WS-HOSP-NAME PIC X(44) VALUE SPACES.
       01 WS-HOSP-BEDS PIC 9(7) VALUE ZERO.
       01 WS-ICU-BEDS PIC 9(7) VALUE ZERO.
       01 WS-HOSP-PCT PIC 9(3)V9 VALUE ZERO.
       01 WS-ICU-PCT PIC 9(3)V9 VALUE ZERO.
       01 WS-HOSP-OVER PIC X VALUE 'N'.
       01 WS-ICU-OVER PIC X VALUE 'N'.
       01 WS-HOSP-PRIOR-FOUND PIC X VALUE 'N'.
       01 WS-HOSP-PRIOR-DATE PIC X(10) VALUE SPACES.
       01 WS-HOSP-CHG PIC S9(9) VALUE ZERO.
       01 WS-ICU-CHG PIC S9(9) VALUE ZERO.
       01 WS-CHG-EDIT PIC +ZZZZZ9.
       01 WS-ICU-CHG-EDIT PIC +ZZZZ9.
       01 HOSPREJ-DETAIL.
           05 HJ-INPUT PIC X(80).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HJ-REASON PIC X(30).
       01 HOSP-OCC-HDR PIC X(80) VALUE
           'HOSPITAL OCCUPANCY - PCT OF LICENSED BEDS IN USE'.
       01 HOSP-OCC-COL-HDR.
           05 FILLER PIC X(20) VALUE 'CODE COUNTRY'.
           05 FILLER PIC X(8) VALUE ' IN HOSP'.
           05 FILLER PIC X(6) VALUE '  PCT'.
           05 FILLER PIC X(8) VALUE '  7D CHG'.
           05 FILLER PIC X(7) VALUE '    ICU'.
           05 FILLER PIC X(6) VALUE '  PCT'.
           05 FILLER PIC X(7) VALUE ' 7D CHG'.
           05 FILLER PIC X(18) VALUE '  FLAG'.
       01 HOSP-OCC-DETAIL.
           05 HO-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HO-NAME PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 HO-HOSP PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 HO-HOSP-PCT PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 HO-HOSP-CHG PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 HO-ICU PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 HO-ICU-PCT PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 HO-ICU-CHG PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HO-FLAG PIC X(12).
           05 FILLER PIC X(4) VALUE SPACES.
       01 WS-PCT-EDIT PIC ZZ9.9.
       01 HOSP-ALERT-DETAIL.
           05 AH-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AH-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'HOSP OCC '.
           05 AH-HOSP-PCT PIC X(5).
           05 FILLER PIC X(9) VALUE ' ICU OCC '.
           05 AH-ICU-PCT PIC X(5).
           05 FILLER PIC X(7) VALUE ' LIMIT '.
           05 AH-LIMIT PIC ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
       01 REPORT-MISSING-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RM-CODE PIC X(2).
               CLOSE ALERT-MASTER
               OPEN I-O ALERT-MASTER
           END-IF.
           OPEN I-O HOSPHIST-REC.
           IF WS-HSPH-STATUS = '35'
               OPEN OUTPUT HOSPHIST-REC
               CLOSE HOSPHIST-REC
               OPEN I-O HOSPHIST-REC
           END-IF.
           OPEN INPUT PERIOD-CTL-REC.
           IF WS-PERD-STATUS = '00'
               MOVE 'Y' TO WS-PERD-OPEN
           END-IF.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-SEEN-STAMP
           END-STRING.
           OPEN I-O CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
               PERFORM COUNT-MASTER-RECORDS
           END-IF.
           PERFORM LOAD-PARM.
           PERFORM CHECK-RESTART.
           IF WS-RESTART-MODE = 'N'
               PERFORM CHECK-DUPLICATE-FEED
           ELSE
               PERFORM GET-FEED-DATE
           END-IF.
           IF WS-DUP-FEED = 'Y' AND WS-REPROCESS = 'N'
               GO TO DUP-FEED-ABORT
           END-IF.
           OPEN EXTEND JOURNAL-REC.
           IF WS-JRNL-STATUS = '35'
               OPEN OUTPUT JOURNAL-REC
           END-IF.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'COVID01: JRNLFILE OPEN FAILED, STATUS '
                   WS-JRNL-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE COUNTRY-REC
               CLOSE HISTORY-REC
               CLOSE HDATE-REC
               CLOSE VAXHIST-REC
               CLOSE HOSPHIST-REC
               CLOSE PROV-HIST-REC
               CLOSE ALERT-MASTER
               CLOSE CHECKPOINT-REC
               IF WS-PERD-OPEN = 'Y'
                   CLOSE PERIOD-CTL-REC
               END-IF
               IF WS-CNTRY-OPEN = 'Y'
                   CLOSE CNTRY-MASTER
               END-IF
               CLOSE RUN-LOG
               GOBACK
           END-IF.
           OPEN OUTPUT LEADER-REC.
           OPEN OUTPUT PCAP-REC.
           IF WS-RESTART-MODE = 'Y'
               MOVE 'N' TO WS-PROV-VALID
           END-IF.
       WRITE-PROVINCE-HISTORY.
           MOVE PRF-CODE TO PRV-CODE.
           MOVE PRF-DATE TO PRV-DATE.
           MOVE PRF-NAME TO PRV-NAME.
           MOVE SPACES TO JR-IMAGE.
           MOVE PRV-KEY TO JR-IMAGE.
           MOVE 'A' TO JR-ACTION.
           READ PROV-HIST-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO JR-ACTION
                   MOVE PROV-RECORD TO JR-IMAGE
           END-READ.
           MOVE 'PROVHIST' TO JR-FILE.
           MOVE PRF-CODE TO PRV-CODE.
           MOVE PRF-DATE TO PRV-DATE.
           MOVE PRF-NAME TO PRV-NAME.
               INVALID KEY
                   REWRITE PROV-RECORD
           END-WRITE.
           MOVE PROV-RECORD TO JR-AFTER.
           PERFORM WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-PROV.
       ACCUMULATE-PROVINCE-SUM.
           PERFORM VARYING WS-PS-IX FROM 1 BY 1
               UNTIL WS-PS-IX > PROV-SUM-COUNT
           END-PERFORM.
       RELEASE-SYNTHETIC-NATIONAL.
           MOVE PS-CODE(WS-PS-IX) TO WS-SYNTH-NAME.
           MOVE PS-CODE(WS-PS-IX) TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-NAME TO WS-SYNTH-NAME
           END-IF.
           MOVE PS-CASE-NEW(WS-PS-IX) TO SY-CASE-NEW.
           MOVE PS-CASE-TOT(WS-PS-IX) TO SY-CASE-TOT.
           MOVE PS-DEATH-NEW(WS-PS-IX) TO SY-DEATH-NEW.
           UNSTRING INPUT-LINE DELIMITED BY ','
               INTO WS-SORT-COUNTRY WS-SORT-CODE.
           MOVE 'UNKNOWN' TO WS-SORT-REGION.
           MOVE WS-SORT-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-REGION NOT = SPACES
               MOVE CM-REGION TO WS-SORT-REGION
           END-IF.
       PROCESS-SORTED-FILE.
           MOVE 'N' TO SORT-EOF.
           IF WS-RESTART-MODE = 'Y'
               COMPUTE WS-ALERT-PCT = FUNCTION NUMVAL(WS-PARM-VALUE)
               MOVE 'Y' TO WS-ALERT-ACTIVE
           END-IF.
           IF WS-PARM-KEY = 'OCCP'
                   AND WS-PARM-VALUE(1:1) IS NUMERIC
               COMPUTE WS-OCC-PCT-LIMIT =
                   FUNCTION NUMVAL(WS-PARM-VALUE)
               MOVE 'Y' TO WS-OCC-ACTIVE
           END-IF.
       CHECK-DUPLICATE-FEED.
           MOVE 'N' TO WS-DUP-FEED.
           MOVE 'N' TO WS-DUP-EOF.
                       END-IF
               END-READ
           END-PERFORM.
       GET-FEED-DATE.
           MOVE 'N' TO WS-DUP-EOF.
           READ COUNTRY-REC
               AT END MOVE 'Y' TO WS-DUP-EOF
           END-READ.
           IF WS-DUP-EOF = 'N'
               MOVE SPACES TO REP-TIMESTAMP
               UNSTRING INPUT-LINE DELIMITED BY ','
                   INTO REP-COUNTRY
                        REP-CODE
                        REP-SLUG
                        REP-CASE-NEW
                        REP-CASE-TOT
                        REP-DEATH-NEW
                        REP-DEATH-TOT
                        REP-RECVD-NEW
                        REP-RECVD-TOT
                        REP-TIMESTAMP
               MOVE TS-DATE TO WS-FEED-DATE
           END-IF.
           CLOSE COUNTRY-REC.
           OPEN INPUT COUNTRY-REC.
       DETERMINE-PRINT-FILTER.
           MOVE 'Y' TO WS-PRINT-THIS.
           IF WS-FILTER-ACTIVE = 'Y'
           PERFORM WRITE-PCAP-LEADERBOARD
           PERFORM WRITE-RECONCILIATION
           PERFORM PROCESS-VACCINATION-FEED
           PERFORM PROCESS-HOSPITAL-FEED
           PERFORM WRITE-RUN-CONTROL
           PERFORM WRITE-JOURNAL-CONTROL
           PERFORM WRITE-COMPLETION-CHECKPOINT
           CLOSE COUNTRY-REC.
           CLOSE PRINT-REC.
           CLOSE HISTORY-REC.
           CLOSE HDATE-REC.
           CLOSE VAXHIST-REC.
           CLOSE HOSPHIST-REC.
           CLOSE PROV-HIST-REC.
           CLOSE EXTRACT-REC.
           CLOSE ANOMALY-REC.
           CLOSE ALERT-REC.
           CLOSE ALERT-MASTER.
           CLOSE CHECKPOINT-REC.
           CLOSE JOURNAL-REC.
           IF WS-PERD-OPEN = 'Y'
               CLOSE PERIOD-CTL-REC
           END-IF.
           IF WS-ADJ-OPEN = 'Y'
               CLOSE ADJ-REC
           END-IF.
           IF WS-CNTRY-OPEN = 'Y'
               CLOSE CNTRY-MASTER
           END-IF.
           CLOSE RUN-LOG.
           IF WS-BALANCED = 'N'
               MOVE 8 TO RETURN-CODE
           MOVE WS-FILTER-DATE TO CP-DATE.
           MOVE WS-REPROCESS TO CP-REPROCESS.
           MOVE WS-ALERT-PCT TO CP-ALRT.
           MOVE WS-OCC-PCT-LIMIT TO CP-OCCP.
           MOVE CONTROL-PARMS TO WS-CTL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'RECORDS READ:' TO CC-LABEL.
           MOVE WS-CTL-EXTR-WRITTEN TO CC-COUNT.
           MOVE CONTROL-COUNT-LINE TO WS-CTL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'JOURNAL ENTRIES WRITTEN:' TO CC-LABEL.
           MOVE WS-CTL-JRNL-WRITTEN TO CC-COUNT.
           MOVE CONTROL-COUNT-LINE TO WS-CTL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'PRIOR PERIOD ADJUSTMENTS:' TO CC-LABEL.
           MOVE WS-CTL-ADJ-LOGGED TO CC-COUNT.
           MOVE CONTROL-COUNT-LINE TO WS-CTL-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE WS-CTL-HASH-CASE-NEW TO CH-HASH.
           MOVE CONTROL-HASH-LINE TO WS-CTL-LINE.
           PERFORM WRITE-CONTROL-LINE.
       WRITE-CONTROL-LINE.
           WRITE OUTPUT-LINE FROM WS-CTL-LINE.
           WRITE RUN-LOG-LINE FROM WS-CTL-LINE.
       WRITE-JOURNAL.
           MOVE WS-FEED-DATE TO JR-FEED-DATE.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE WS-RUN-TIME TO JR-RUN-TIME.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-CTL-JRNL-WRITTEN.
       WRITE-JOURNAL-CONTROL.
           MOVE WS-CTL-ACCEPTED TO JC-ACCEPTED.
           MOVE WS-CTL-HIST-WRITTEN TO JC-HIST-WRITTEN.
           MOVE WS-CTL-HASH-CASE-NEW TO JC-HASH-CASE-NEW.
           MOVE WS-CTL-JRNL-WRITTEN TO JC-JRNL-WRITTEN.
           MOVE WS-JRNL-HIST TO JC-JRNL-HIST.
           MOVE WS-JRNL-HDAT TO JC-JRNL-HDAT.
           MOVE WS-JRNL-PROV TO JC-JRNL-PROV.
           MOVE WS-JRNL-VAX TO JC-JRNL-VAX.
           MOVE WS-JRNL-ALRT TO JC-JRNL-ALRT.
           MOVE WS-RESTART-MODE TO JC-RESTART.
           MOVE WS-JRNL-HOSP TO JC-JRNL-HOSP.
           MOVE SPACES TO JR-IMAGE.
           MOVE JOURNAL-CONTROL TO JR-IMAGE.
           MOVE SPACES TO JR-AFTER.
           MOVE 'CONTROL' TO JR-FILE.
           MOVE 'T' TO JR-ACTION.
           MOVE WS-FEED-DATE TO JR-FEED-DATE.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE WS-RUN-TIME TO JR-RUN-TIME.
           WRITE JOURNAL-RECORD.
       DUP-FEED-ABORT.
           DISPLAY 'COVID01: FEED DATE ' WS-FEED-DATE
               ' ALREADY IN HISTORY - RUN SUPPRESSED'.
           CLOSE HISTORY-REC.
           CLOSE HDATE-REC.
           CLOSE VAXHIST-REC.
           CLOSE HOSPHIST-REC.
           CLOSE PROV-HIST-REC.
           CLOSE ALERT-MASTER.
           CLOSE CHECKPOINT-REC.
           IF WS-PERD-OPEN = 'Y'
               CLOSE PERIOD-CTL-REC
           END-IF.
           IF WS-CNTRY-OPEN = 'Y'
               CLOSE CNTRY-MASTER
           END-IF.
           CLOSE RUN-LOG.
           GOBACK.
       READ-RECORD.
               AT END MOVE 'Y' TO LASTREC
               NOT AT END ADD 1 TO WS-CTL-READ
           END-READ.
       COUNT-MASTER-RECORDS.
           MOVE LOW-VALUES TO CM-CODE.
           START CNTRY-MASTER KEY IS NOT LESS THAN CM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-CNTRY-EOF
           END-START.
           PERFORM UNTIL WS-CNTRY-EOF = 'Y'
               READ CNTRY-MASTER NEXT
                   AT END MOVE 'Y' TO WS-CNTRY-EOF
                   NOT AT END
                       IF CM-ON-MASTER = 'Y' AND CM-STATUS = 'A'
                           ADD 1 TO MASTER-COUNT
                       END-IF
               END-READ
           END-PERFORM.
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
       WRITE-RECORD.
           MOVE SPACES TO REP-COUNTRY.
           MOVE SPACES TO REP-CODE.
           WRITE REJECT-LINE FROM REJECT-DETAIL.
       PROCESS-VALID-RECORD.
           PERFORM DETERMINE-PRINT-FILTER.
           PERFORM FIND-COUNTRY-MASTER.
           PERFORM ACCUMULATE-REGION-TOTAL.
           ADD REP-CASE-NEW TO WS-CTL-HASH-CASE-NEW.
           ADD REP-CASE-NEW TO WT-CASE-NEW.
           ADD REP-RECVD-NEW TO WT-RECVD-NEW.
           ADD REP-RECVD-TOT TO WT-RECVD-TOT.
           PERFORM UPDATE-TOP10.
           PERFORM COMPUTE-PER-100K.
           IF WS-POPULATION > 0
               PERFORM UPDATE-TOP10P
               INTO WS-DC-RESULT
           END-STRING.
       WRITE-HISTORY.
           MOVE REP-CODE TO HIST-CODE.
           MOVE TS-DATE TO HIST-DATE.
           MOVE SPACES TO JR-IMAGE.
           MOVE HIST-KEY TO JR-IMAGE.
           MOVE 'A' TO JR-ACTION.
           READ HISTORY-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO JR-ACTION
                   MOVE HISTORY-RECORD TO JR-IMAGE
           END-READ.
           PERFORM CHECK-CLOSED-PERIOD.
           IF WS-PERIOD-CLOSED = 'Y'
               PERFORM SAVE-ADJ-BEFORE-IMAGE
           END-IF.
           MOVE 'HISTFILE' TO JR-FILE.
           MOVE REP-CODE TO HIST-CODE.
           MOVE TS-DATE TO HIST-DATE.
           MOVE REP-CASE-NEW TO HIST-CASE-NEW.
               INVALID KEY
                   REWRITE HISTORY-RECORD
           END-WRITE.
           MOVE HISTORY-RECORD TO JR-AFTER.
           PERFORM WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-HIST.
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '02'
               ADD 1 TO WS-CTL-HIST-WRITTEN
           END-IF.
           IF WS-PERIOD-CLOSED = 'Y'
               PERFORM LOG-PRIOR-PERIOD-ADJ
           END-IF.
           MOVE TS-DATE TO HDAT-DATE.
           MOVE REP-CODE TO HDAT-CODE.
           MOVE SPACES TO JR-IMAGE.
           MOVE HDAT-KEY TO JR-IMAGE.
           MOVE 'A' TO JR-ACTION.
           READ HDATE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO JR-ACTION
                   MOVE HDATE-RECORD TO JR-IMAGE
           END-READ.
           MOVE 'HDATFILE' TO JR-FILE.
           MOVE TS-DATE TO HDAT-DATE.
           MOVE REP-CODE TO HDAT-CODE.
           MOVE REP-CASE-NEW TO HDAT-CASE-NEW.
               INVALID KEY
                   REWRITE HDATE-RECORD
           END-WRITE.
           MOVE HDATE-RECORD TO JR-AFTER.
           PERFORM WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-HDAT.
       CHECK-CLOSED-PERIOD.
           IF TS-DATE(1:7) NOT = WS-CHECKED-PERIOD
               MOVE TS-DATE(1:7) TO WS-CHECKED-PERIOD
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
           MOVE JR-ACTION TO AW-ACTION.
           IF JR-ACTION = 'R'
               MOVE HIST-CASE-NEW TO AW-OLD-CASE-NEW
               MOVE HIST-CASE-TOT TO AW-OLD-CASE-TOT
               MOVE HIST-DEATH-NEW TO AW-OLD-DEATH-NEW
               MOVE HIST-DEATH-TOT TO AW-OLD-DEATH-TOT
               MOVE HIST-RECVD-NEW TO AW-OLD-RECVD-NEW
               MOVE HIST-RECVD-TOT TO AW-OLD-RECVD-TOT
           END-IF.
       LOG-PRIOR-PERIOD-ADJ.
           MOVE HIST-CASE-NEW TO AW-NEW-CASE-NEW.
           MOVE HIST-CASE-TOT TO AW-NEW-CASE-TOT.
           MOVE HIST-DEATH-NEW TO AW-NEW-DEATH-NEW.
           MOVE HIST-DEATH-TOT TO AW-NEW-DEATH-TOT.
           MOVE HIST-RECVD-NEW TO AW-NEW-RECVD-NEW.
           MOVE HIST-RECVD-TOT TO AW-NEW-RECVD-TOT.
           IF AW-ACTION = 'A' OR AW-NEW NOT = AW-OLD
               MOVE WS-CHECKED-PERIOD TO AW-PERIOD
               MOVE 'HISTFILE' TO AW-FILE
               MOVE HIST-CODE TO AW-CODE
               MOVE HIST-DATE TO AW-DATE
               MOVE 'COVID01' TO AW-SOURCE
               IF WS-RESTART-MODE = 'Y'
                   MOVE 'RESTART' TO AW-MODE
               ELSE
                   IF WS-REPROCESS = 'Y'
                       MOVE 'REPROCESS' TO AW-MODE
                   ELSE
                       MOVE 'DAILY FEED' TO AW-MODE
                   END-IF
               END-IF
               MOVE WS-RUN-DATE TO AW-RUN-DATE
               MOVE WS-RUN-TIME TO AW-RUN-TIME
               PERFORM OPEN-ADJ-LOG
               WRITE ADJ-LINE FROM ADJ-WORK
               ADD 1 TO WS-CTL-ADJ-LOGGED
           END-IF.
       OPEN-ADJ-LOG.
           IF WS-ADJ-OPEN = 'N'
               OPEN EXTEND ADJ-REC
               IF WS-ADJ-STATUS = '35'
                   OPEN OUTPUT ADJ-REC
               END-IF
               MOVE 'Y' TO WS-ADJ-OPEN
           END-IF.
       COMPUTE-7DAY-AVG.
           MOVE ZERO TO WS-HIST-CASE-SUM.
           MOVE ZERO TO WS-HIST-DAY-COUNT.
                   MOVE WS-HIST-7DAY-AVG TO AL-AVG
                   MOVE WS-ALERT-OVER-PCT TO AL-OVER-PCT
                   WRITE ALERT-LINE FROM ALERT-DETAIL
                   MOVE REP-CODE TO WS-ALERT-CODE
                   MOVE 'C' TO WS-ALERT-TYPE
                   MOVE TS-DATE TO WS-ALERT-DATE
                   PERFORM OPEN-OR-EXTEND-ALERT
               ELSE
                   MOVE REP-CODE TO WS-ALERT-CODE
                   MOVE 'C' TO WS-ALERT-TYPE
                   MOVE TS-DATE TO WS-ALERT-DATE
                   PERFORM CLOSE-ALERT-IF-OPEN
               END-IF
           END-IF.
       OPEN-OR-EXTEND-ALERT.
           MOVE 'N' TO WS-ALERT-FOUND.
           MOVE WS-ALERT-CODE TO AM-CODE.
           MOVE WS-ALERT-TYPE TO AM-TYPE.
           MOVE SPACES TO JR-IMAGE.
           MOVE AM-KEY TO JR-IMAGE.
           MOVE 'A' TO JR-ACTION.
           READ ALERT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALERT-FOUND
                   MOVE 'R' TO JR-ACTION
                   MOVE ALERT-MASTER-RECORD TO JR-IMAGE
           END-READ.
           MOVE 'ALRTMST' TO JR-FILE.
           IF WS-ALERT-FOUND = 'N'
               MOVE WS-ALERT-CODE TO AM-CODE
               MOVE WS-ALERT-TYPE TO AM-TYPE
               MOVE 'O' TO AM-STATUS
               MOVE WS-ALERT-DATE TO AM-OPEN-DATE
               MOVE WS-ALERT-DATE TO AM-LAST-DATE
               MOVE SPACES TO AM-CLOSE-DATE
               MOVE 1 TO AM-STREAK
               MOVE WS-ALERT-OVER-PCT TO AM-PEAK-PCT
               END-WRITE
           ELSE
               IF AM-STATUS = 'O'
                   IF AM-LAST-DATE NOT = WS-ALERT-DATE
                       ADD 1 TO AM-STREAK
                       MOVE WS-ALERT-DATE TO AM-LAST-DATE
                   END-IF
                   IF WS-ALERT-OVER-PCT > AM-PEAK-PCT
                       MOVE WS-ALERT-OVER-PCT TO AM-PEAK-PCT
                   END-IF
               ELSE
                   MOVE 'O' TO AM-STATUS
                   MOVE WS-ALERT-DATE TO AM-OPEN-DATE
                   MOVE WS-ALERT-DATE TO AM-LAST-DATE
                   MOVE SPACES TO AM-CLOSE-DATE
                   MOVE 1 TO AM-STREAK
                   MOVE WS-ALERT-OVER-PCT TO AM-PEAK-PCT
               END-IF
               REWRITE ALERT-MASTER-RECORD
           END-IF.
           MOVE ALERT-MASTER-RECORD TO JR-AFTER.
           PERFORM WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-ALRT.
       CLOSE-ALERT-IF-OPEN.
           MOVE WS-ALERT-CODE TO AM-CODE.
           MOVE WS-ALERT-TYPE TO AM-TYPE.
           READ ALERT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-STATUS = 'O'
                       MOVE SPACES TO JR-IMAGE
                       MOVE ALERT-MASTER-RECORD TO JR-IMAGE
                       MOVE 'R' TO JR-ACTION
                       MOVE 'ALRTMST' TO JR-FILE
                       MOVE 'C' TO AM-STATUS
                       MOVE WS-ALERT-DATE TO AM-CLOSE-DATE
                       REWRITE ALERT-MASTER-RECORD
                       MOVE ALERT-MASTER-RECORD TO JR-AFTER
                       PERFORM WRITE-JOURNAL
                       ADD 1 TO WS-JRNL-ALRT
                   END-IF
           END-READ.
       WRITE-EXTRACT.
           END-STRING.
           WRITE EXTRACT-LINE.
           ADD 1 TO WS-CTL-EXTR-WRITTEN.
       COMPUTE-PER-100K.
           MOVE ZERO TO WS-RATE-CASE.
           MOVE ZERO TO WS-RATE-DEATH.
               MOVE TOP10P-RATE(WS-TOPP-IX) TO PL-RATE
               WRITE PCAP-LINE FROM PCAP-DETAIL
           END-PERFORM.
       WRITE-RECONCILIATION.
           OPEN OUTPUT MISS-REC.
           WRITE OUTPUT-LINE FROM RULER.
           WRITE OUTPUT-LINE FROM REPORT-MISSING-HDR.
           MOVE 'N' TO WS-CNTRY-EOF.
           IF WS-CNTRY-OPEN = 'N'
               MOVE 'Y' TO WS-CNTRY-EOF
           ELSE
               MOVE LOW-VALUES TO CM-CODE
               START CNTRY-MASTER KEY IS NOT LESS THAN CM-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-CNTRY-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-CNTRY-EOF = 'Y'
               READ CNTRY-MASTER NEXT
                   AT END MOVE 'Y' TO WS-CNTRY-EOF
                   NOT AT END
                       IF CM-ON-MASTER = 'Y' AND CM-STATUS = 'A'
                               AND CM-LAST-SEEN NOT = WS-SEEN-STAMP
                           MOVE CM-CODE TO RM-CODE
                           MOVE CM-NAME TO RM-NAME
                           WRITE OUTPUT-LINE
                               FROM REPORT-MISSING-DETAIL
                           MOVE SPACES TO MISS-LINE
                           MOVE CM-CODE TO MISS-LINE(1:2)
                           WRITE MISS-LINE
                       END-IF
               END-READ
           END-PERFORM.
           WRITE OUTPUT-LINE FROM RULER.
           CLOSE MISS-REC.
       FIND-COUNTRY-MASTER.
           MOVE 'UNKNOWN' TO WS-CURRENT-REGION.
           MOVE ZERO TO WS-POPULATION.
           MOVE REP-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y'
               IF CM-REGION NOT = SPACES
                   MOVE CM-REGION TO WS-CURRENT-REGION
               END-IF
               IF CM-ON-MASTER = 'Y'
                   MOVE CM-POPULATION TO WS-POPULATION
                   MOVE WS-SEEN-STAMP TO CM-LAST-SEEN
                   REWRITE CNTRY-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
       ACCUMULATE-REGION-TOTAL.
           IF WS-FIRST-VALID-REC = 'Y'
               MOVE 'N' TO WS-FIRST-VALID-REC
               MOVE 'N' TO WS-VAX-VALID
           END-IF.
       WRITE-VAX-HISTORY.
           MOVE VF-CODE TO VAX-CODE.
           MOVE VF-DATE TO VAX-DATE.
           MOVE SPACES TO JR-IMAGE.
           MOVE VAX-KEY TO JR-IMAGE.
           MOVE 'A' TO JR-ACTION.
           READ VAXHIST-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO JR-ACTION
                   MOVE VAX-RECORD TO JR-IMAGE
           END-READ.
           MOVE 'VAXHIST' TO JR-FILE.
           MOVE VF-CODE TO VAX-CODE.
           MOVE VF-DATE TO VAX-DATE.
           MOVE VF-DOSES-NEW TO VAX-DOSES-NEW.
               INVALID KEY
                   REWRITE VAX-RECORD
           END-WRITE.
           MOVE VAX-RECORD TO JR-AFTER.
           PERFORM WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-VAX.
       WRITE-VAX-COVERAGE.
           MOVE ZERO TO WS-POPULATION.
           MOVE VF-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-POPULATION TO WS-POPULATION
           END-IF.
           MOVE ZERO TO WS-VAX-COVERAGE.
           IF WS-POPULATION > 0
               COMPUTE WS-VAX-COVERAGE ROUNDED =
           MOVE WS-VAX-REJECTED TO VX-COUNT.
           WRITE OUTPUT-LINE FROM VAX-COUNT-LINE.
           WRITE OUTPUT-LINE FROM RULER.
       PROCESS-HOSPITAL-FEED.
           OPEN INPUT HOSP-REC.
           IF WS-HOSP-STATUS NOT = '00'
               CONTINUE
           ELSE
               OPEN OUTPUT HOSPREJ-REC
               WRITE OUTPUT-LINE FROM RULER
               WRITE OUTPUT-LINE FROM HOSP-OCC-HDR
               WRITE OUTPUT-LINE FROM HOSP-OCC-COL-HDR
               PERFORM UNTIL WS-HOSP-EOF = 'Y'
                   READ HOSP-REC
                       AT END MOVE 'Y' TO WS-HOSP-EOF
                       NOT AT END
                           ADD 1 TO WS-HOSP-READ
                           PERFORM PROCESS-HOSP-RECORD
                   END-READ
               END-PERFORM
               PERFORM WRITE-HOSP-SUMMARY
               CLOSE HOSP-REC
               CLOSE HOSPREJ-REC
           END-IF.
       PROCESS-HOSP-RECORD.
           MOVE SPACES TO HF-CODE.
           MOVE ZERO TO HF-IN-HOSP.
           MOVE ZERO TO HF-IN-ICU.
           MOVE SPACES TO HF-TIMESTAMP.
           MOVE ZERO TO WS-HOSP-UNSTRING-COUNT.
           UNSTRING HOSP-LINE DELIMITED BY ','
               INTO HF-CODE
                    HF-IN-HOSP
                    HF-IN-ICU
                    HF-TIMESTAMP
               TALLYING IN WS-HOSP-UNSTRING-COUNT.
           PERFORM VALIDATE-HOSP-RECORD.
           IF WS-HOSP-VALID = 'Y'
               ADD 1 TO WS-HOSP-ACCEPTED
               PERFORM FIND-HOSP-CAPACITY
               PERFORM WRITE-HOSP-HISTORY
               PERFORM WRITE-HOSP-OCCUPANCY
           ELSE
               ADD 1 TO WS-HOSP-REJECTED
               MOVE HOSP-LINE TO HJ-INPUT
               MOVE WS-HOSP-REASON TO HJ-REASON
               WRITE HOSPREJ-LINE FROM HOSPREJ-DETAIL
           END-IF.
       VALIDATE-HOSP-RECORD.
           MOVE 'Y' TO WS-HOSP-VALID.
           MOVE SPACES TO WS-HOSP-REASON.
           IF WS-HOSP-UNSTRING-COUNT < 4
               MOVE 'LINE SHORT - MISSING FIELD(S)' TO WS-HOSP-REASON
               MOVE 'N' TO WS-HOSP-VALID
           END-IF.
           IF WS-HOSP-VALID = 'Y'
               IF HF-CODE = SPACES
                   OR HF-CODE(1:1) = SPACE
                   OR HF-CODE(2:1) = SPACE
                   OR HF-CODE(1:1) IS NOT ALPHABETIC
                   OR HF-CODE(2:1) IS NOT ALPHABETIC
                   MOVE 'INVALID COUNTRY CODE' TO WS-HOSP-REASON
                   MOVE 'N' TO WS-HOSP-VALID
               END-IF
           END-IF.
           IF WS-HOSP-VALID = 'Y'
                   AND HF-IN-HOSP IS NOT NUMERIC
               MOVE 'IN HOSPITAL NOT NUMERIC' TO WS-HOSP-REASON
               MOVE 'N' TO WS-HOSP-VALID
           END-IF.
           IF WS-HOSP-VALID = 'Y'
                   AND HF-IN-ICU IS NOT NUMERIC
               MOVE 'IN ICU NOT NUMERIC' TO WS-HOSP-REASON
               MOVE 'N' TO WS-HOSP-VALID
           END-IF.
           IF WS-HOSP-VALID = 'Y'
                   AND (HF-DATE(1:4) IS NOT NUMERIC
                   OR HF-DATE(6:2) IS NOT NUMERIC
                   OR HF-DATE(9:2) IS NOT NUMERIC)
               MOVE 'INVALID DATE' TO WS-HOSP-REASON
               MOVE 'N' TO WS-HOSP-VALID
           END-IF.
       FIND-HOSP-CAPACITY.
           MOVE SPACES TO WS-HOSP-NAME.
           MOVE ZERO TO WS-HOSP-BEDS.
           MOVE ZERO TO WS-ICU-BEDS.
           MOVE HF-CODE TO WS-CM-CODE.
           PERFORM GET-COUNTRY-MASTER.
           IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
               MOVE CM-NAME TO WS-HOSP-NAME
               MOVE CM-HOSP-BEDS TO WS-HOSP-BEDS
               MOVE CM-ICU-BEDS TO WS-ICU-BEDS
           END-IF.
       WRITE-HOSP-HISTORY.
           MOVE HF-CODE TO HSP-CODE.
           MOVE HF-DATE TO HSP-DATE.
           MOVE SPACES TO JR-IMAGE.
           MOVE HSP-KEY TO JR-IMAGE.
           MOVE 'A' TO JR-ACTION.
           READ HOSPHIST-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO JR-ACTION
                   MOVE HOSP-RECORD TO JR-IMAGE
           END-READ.
           MOVE 'HOSPHIST' TO JR-FILE.
           MOVE HF-CODE TO HSP-CODE.
           MOVE HF-DATE TO HSP-DATE.
           MOVE HF-IN-HOSP TO HSP-IN-HOSP.
           MOVE HF-IN-ICU TO HSP-IN-ICU.
           MOVE WS-HOSP-BEDS TO HSP-HOSP-BEDS.
           MOVE WS-ICU-BEDS TO HSP-ICU-BEDS.
           WRITE HOSP-RECORD
               INVALID KEY
                   REWRITE HOSP-RECORD
           END-WRITE.
           MOVE HOSP-RECORD TO JR-AFTER.
           PERFORM WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-HOSP.
       WRITE-HOSP-OCCUPANCY.
           MOVE 'N' TO WS-HOSP-PRIOR-FOUND.
           MOVE HF-DATE TO WS-DC-DATE.
           MOVE -7 TO WS-DC-OFFSET.
           PERFORM DATE-ADD-DAYS.
           MOVE WS-DC-RESULT TO WS-HOSP-PRIOR-DATE.
           MOVE HF-CODE TO HSP-CODE.
           MOVE WS-HOSP-PRIOR-DATE TO HSP-DATE.
           READ HOSPHIST-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HOSP-PRIOR-FOUND
                   COMPUTE WS-HOSP-CHG = HF-IN-HOSP - HSP-IN-HOSP
                   COMPUTE WS-ICU-CHG = HF-IN-ICU - HSP-IN-ICU
           END-READ.
           MOVE HF-CODE TO HO-CODE.
           MOVE WS-HOSP-NAME TO HO-NAME.
           MOVE HF-IN-HOSP TO HO-HOSP.
           MOVE HF-IN-ICU TO HO-ICU.
           IF WS-HOSP-PRIOR-FOUND = 'Y'
               MOVE WS-HOSP-CHG TO WS-CHG-EDIT
               MOVE WS-CHG-EDIT TO HO-HOSP-CHG
               MOVE WS-ICU-CHG TO WS-ICU-CHG-EDIT
               MOVE WS-ICU-CHG-EDIT TO HO-ICU-CHG
           ELSE
               MOVE '    N/A' TO HO-HOSP-CHG
               MOVE '   N/A' TO HO-ICU-CHG
           END-IF.
           MOVE 'N' TO WS-HOSP-OVER.
           MOVE 'N' TO WS-ICU-OVER.
           MOVE ZERO TO WS-HOSP-PCT.
           MOVE ZERO TO WS-ICU-PCT.
           IF WS-HOSP-BEDS > 0
               COMPUTE WS-HOSP-PCT ROUNDED =
                   HF-IN-HOSP * 100 / WS-HOSP-BEDS
                   ON SIZE ERROR MOVE 999.9 TO WS-HOSP-PCT
               END-COMPUTE
               MOVE WS-HOSP-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO HO-HOSP-PCT
               IF WS-OCC-ACTIVE = 'Y'
                       AND WS-HOSP-PCT > WS-OCC-PCT-LIMIT
                   MOVE 'Y' TO WS-HOSP-OVER
               END-IF
           ELSE
               MOVE '  N/A' TO HO-HOSP-PCT
           END-IF.
           IF WS-ICU-BEDS > 0
               COMPUTE WS-ICU-PCT ROUNDED =
                   HF-IN-ICU * 100 / WS-ICU-BEDS
                   ON SIZE ERROR MOVE 999.9 TO WS-ICU-PCT
               END-COMPUTE
               MOVE WS-ICU-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO HO-ICU-PCT
               IF WS-OCC-ACTIVE = 'Y'
                       AND WS-ICU-PCT > WS-OCC-PCT-LIMIT
                   MOVE 'Y' TO WS-ICU-OVER
               END-IF
           ELSE
               MOVE '  N/A' TO HO-ICU-PCT
           END-IF.
           MOVE SPACES TO HO-FLAG.
           IF WS-HOSP-BEDS = 0 AND WS-ICU-BEDS = 0
               MOVE 'NO CAPACITY' TO HO-FLAG
           END-IF.
           IF WS-HOSP-OVER = 'Y'
               MOVE 'OVER HOSP' TO HO-FLAG
           END-IF.
           IF WS-ICU-OVER = 'Y'
               MOVE 'OVER ICU' TO HO-FLAG
           END-IF.
           IF WS-HOSP-OVER = 'Y' AND WS-ICU-OVER = 'Y'
               MOVE 'OVER HOSP+ICU' TO HO-FLAG
           END-IF.
           WRITE OUTPUT-LINE FROM HOSP-OCC-DETAIL.
           IF WS-HOSP-OVER = 'Y' OR WS-ICU-OVER = 'Y'
               PERFORM RAISE-OCCUPANCY-ALERT
           ELSE
               IF WS-OCC-ACTIVE = 'Y'
                       AND (WS-HOSP-BEDS > 0 OR WS-ICU-BEDS > 0)
                   MOVE HF-CODE TO WS-ALERT-CODE
                   MOVE 'H' TO WS-ALERT-TYPE
                   MOVE HF-DATE TO WS-ALERT-DATE
                   PERFORM CLOSE-ALERT-IF-OPEN
               END-IF
           END-IF.
       RAISE-OCCUPANCY-ALERT.
           ADD 1 TO WS-HOSP-FLAGGED.
           MOVE HF-CODE TO AH-CODE.
           MOVE WS-HOSP-NAME TO AH-NAME.
           MOVE HO-HOSP-PCT TO AH-HOSP-PCT.
           MOVE HO-ICU-PCT TO AH-ICU-PCT.
           MOVE WS-OCC-PCT-LIMIT TO AH-LIMIT.
           WRITE ALERT-LINE FROM HOSP-ALERT-DETAIL.
           IF WS-ICU-PCT > WS-HOSP-PCT
               MOVE WS-ICU-PCT TO WS-ALERT-OVER-PCT
           ELSE
               MOVE WS-HOSP-PCT TO WS-ALERT-OVER-PCT
           END-IF.
           MOVE HF-CODE TO WS-ALERT-CODE.
           MOVE 'H' TO WS-ALERT-TYPE.
           MOVE HF-DATE TO WS-ALERT-DATE.
           PERFORM OPEN-OR-EXTEND-ALERT.
       WRITE-HOSP-SUMMARY.
           MOVE 'HOSP LINES READ:' TO VX-LABEL.
           MOVE WS-HOSP-READ TO VX-COUNT.
           WRITE OUTPUT-LINE FROM VAX-COUNT-LINE.
           MOVE 'HOSP LINES ACCEPTED:' TO VX-LABEL.
           MOVE WS-HOSP-ACCEPTED TO VX-COUNT.
           WRITE OUTPUT-LINE FROM VAX-COUNT-LINE.
           MOVE 'HOSP LINES REJECTED:' TO VX-LABEL.
           MOVE WS-HOSP-REJECTED TO VX-COUNT.
           WRITE OUTPUT-LINE FROM VAX-COUNT-LINE.
           MOVE 'OVER OCCUPANCY LIMIT:' TO VX-LABEL.
           MOVE WS-HOSP-FLAGGED TO VX-COUNT.
           WRITE OUTPUT-LINE FROM VAX-COUNT-LINE.
           WRITE OUTPUT-LINE FROM RULER.
       WRITE-LEADERBOARD.
           WRITE LEADER-LINE FROM LEADER-HDR.
           PERFORM VARYING WS-TOP-IX FROM 1 BY 1
