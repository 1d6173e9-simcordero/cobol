               FILE STATUS IS WS-ANOM-STATUS.
           SELECT MISS-REC ASSIGN TO MISSFILE
               FILE STATUS IS WS-MISS-STATUS.
           SELECT RECON-EXC-REC ASSIGN TO RCNXFILE
               FILE STATUS IS WS-RECON-STATUS.
           SELECT QUALITY-HIST ASSIGN TO QHSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-KEY
               FILE STATUS IS WS-QHST-STATUS.
           SELECT CNTRY-MASTER ASSIGN TO CNTRYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CODE
               FILE STATUS IS WS-CNTRY-STATUS.
           SELECT PARM-REC ASSIGN TO PARMCARD
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SCORE-REC ASSIGN TO QSCRRPT.
       FD MISS-REC
           RECORDING MODE F.
       01 MISS-LINE PIC X(80).
       FD RECON-EXC-REC
           RECORDING MODE F.
       01 RECON-EXC-LINE PIC X(80).
       FD QUALITY-HIST
           RECORDING MODE F.
       01 QUALITY-RECORD.
           05 QH-REJECTS PIC 9(5).
           05 QH-ANOMS PIC 9(5).
           05 QH-MISSED PIC 9(1).
           05 QH-RECON PIC 9(5).
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
       01 WS-REJECT-STATUS PIC XX VALUE ZEROS.
       01 WS-ANOM-STATUS PIC XX VALUE ZEROS.
       01 WS-MISS-STATUS PIC XX VALUE ZEROS.
       01 WS-RECON-STATUS PIC XX VALUE ZEROS.
       01 WS-QHST-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-STATUS PIC XX VALUE ZEROS.
       01 WS-CNTRY-OPEN PIC X VALUE 'N'.
       01 WS-CM-CODE PIC X(2) VALUE SPACES.
       01 WS-CM-FOUND PIC X VALUE 'N'.
       01 WS-PARM-STATUS PIC XX VALUE ZEROS.
       01 WS-PARM-KEY PIC X(4) VALUE SPACES.
       01 WS-PARM-VALUE PIC X(16) VALUE SPACES.
       01 WS-REJECT-EOF PIC X VALUE 'N'.
       01 WS-ANOM-EOF PIC X VALUE 'N'.
       01 WS-MISS-EOF PIC X VALUE 'N'.
       01 WS-RECON-EOF PIC X VALUE 'N'.
       01 WS-QHST-EOF PIC X VALUE 'N'.
       01 QC-TABLE.
           05 QC-ENTRY OCCURS 250 TIMES.
              10 QC-CODE PIC X(2).
              10 QC-REJECTS PIC 9(5).
              10 QC-ANOMS PIC 9(5).
              10 QC-MISSED PIC 9(1).
              10 QC-RECON PIC 9(5).
              10 QC-SCORE PIC 9(5).
              10 QC-AVG PIC 9(4)V99.
              10 QC-REPORTED PIC X.
           05 FILLER PIC X(27) VALUE SPACES.
       01 SCORE-COL-HDR.
           05 FILLER PIC X(6) VALUE 'RANK'.
           05 FILLER PIC X(4) VALUE 'CODE'.
           05 FILLER PIC X(21) VALUE 'COUNTRY'.
           05 FILLER PIC X(5) VALUE '  REJ'.
           05 FILLER PIC X(6) VALUE '  ANOM'.
           05 FILLER PIC X(5) VALUE ' MISS'.
           05 FILLER PIC X(7) VALUE '   RECN'.
           05 FILLER PIC X(6) VALUE ' SCORE'.
           05 FILLER PIC X(9) VALUE ' 4WK AVG'.
           05 FILLER PIC X(11) VALUE '   TREND(%)'.
       01 SCORE-DETAIL.
           05 SD-RANK PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-CODE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SD-REJ PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SD-ANOM PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SD-MISS PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-RECON PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SD-SCORE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-AVG PIC ZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SD-TREND PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
       01 WS-TREND-EDIT PIC +ZZZZ9.9.
       01 SCORE-NONE-LINE PIC X(80) VALUE
           '  NO QUALITY EXCEPTIONS TONIGHT'.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CNTRY-MASTER.
           IF WS-CNTRY-STATUS = '00'
               MOVE 'Y' TO WS-CNTRY-OPEN
           END-IF.
           OPEN OUTPUT SCORE-REC.
           PERFORM TALLY-REJECTS.
           PERFORM TALLY-ANOMALIES.
           PERFORM TALLY-MISSING.
           PERFORM TALLY-RECON-EXCEPTIONS.
           PERFORM POST-QUALITY-HISTORY.
           PERFORM COMPUTE-PRIOR-AVERAGES.
           PERFORM WRITE-SCORECARD.
           CLOSE QUALITY-HIST.
           CLOSE SCORE-REC.
           IF WS-CNTRY-OPEN = 'Y'
               CLOSE CNTRY-MASTER
           END-IF.
           GOBACK.
       LOAD-PARM.
           OPEN INPUT PARM-REC.
               END-PERFORM
               CLOSE PARM-REC
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
       TALLY-REJECTS.
           OPEN INPUT REJECT-REC.
           IF WS-REJECT-STATUS = '00'
               END-PERFORM
               CLOSE MISS-REC
           END-IF.
       TALLY-RECON-EXCEPTIONS.
           OPEN INPUT RECON-EXC-REC.
           IF WS-RECON-STATUS = '00'
               PERFORM UNTIL WS-RECON-EOF = 'Y'
                   READ RECON-EXC-REC
                       AT END MOVE 'Y' TO WS-RECON-EOF
                       NOT AT END
                           MOVE RECON-EXC-LINE(1:2) TO WS-TALLY-CODE
                           IF WS-TALLY-CODE NOT = SPACES
                               PERFORM FIND-QC-ENTRY
                               IF WS-QC-IX <= QC-COUNT
                                   ADD 1 TO QC-RECON(WS-QC-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-EXC-REC
           END-IF.
       FIND-QC-ENTRY.
           PERFORM VARYING WS-QC-IX FROM 1 BY 1
               UNTIL WS-QC-IX > QC-COUNT
               MOVE ZERO TO QC-REJECTS(WS-QC-IX)
               MOVE ZERO TO QC-ANOMS(WS-QC-IX)
               MOVE ZERO TO QC-MISSED(WS-QC-IX)
               MOVE ZERO TO QC-RECON(WS-QC-IX)
               MOVE ZERO TO QC-SCORE(WS-QC-IX)
               MOVE ZERO TO QC-AVG(WS-QC-IX)
               MOVE 'N' TO QC-REPORTED(WS-QC-IX)
               UNTIL WS-QC-IX > QC-COUNT
               COMPUTE QC-SCORE(WS-QC-IX) =
                   QC-REJECTS(WS-QC-IX) + QC-ANOMS(WS-QC-IX)
                       + QC-MISSED(WS-QC-IX) + QC-RECON(WS-QC-IX)
               MOVE QC-CODE(WS-QC-IX) TO QH-CODE
               MOVE WS-TODAY TO QH-DATE
               MOVE QC-REJECTS(WS-QC-IX) TO QH-REJECTS
               MOVE QC-ANOMS(WS-QC-IX) TO QH-ANOMS
               MOVE QC-MISSED(WS-QC-IX) TO QH-MISSED
               MOVE QC-RECON(WS-QC-IX) TO QH-RECON
               WRITE QUALITY-RECORD
                   INVALID KEY
                       REWRITE QUALITY-RECORD
                           ELSE
                               COMPUTE WS-HIST-SUM = WS-HIST-SUM
                                   + QH-REJECTS + QH-ANOMS + QH-MISSED
                                   + QH-RECON
                               ADD 1 TO WS-HIST-DAYS
                           END-IF
                   END-READ
               MOVE QC-REJECTS(WS-QC-BEST) TO SD-REJ
               MOVE QC-ANOMS(WS-QC-BEST) TO SD-ANOM
               MOVE QC-MISSED(WS-QC-BEST) TO SD-MISS
               MOVE QC-RECON(WS-QC-BEST) TO SD-RECON
               MOVE QC-SCORE(WS-QC-BEST) TO SD-SCORE
               MOVE QC-AVG(WS-QC-BEST) TO SD-AVG
               PERFORM FORMAT-QC-TREND
           IF QC-CODE(WS-QC-BEST) = '??'
               MOVE '(CODE UNREADABLE)' TO SD-NAME
           ELSE
               MOVE QC-CODE(WS-QC-BEST) TO WS-CM-CODE
               PERFORM GET-COUNTRY-MASTER
               IF WS-CM-FOUND = 'Y' AND CM-ON-MASTER = 'Y'
                   MOVE CM-NAME TO SD-NAME
               END-IF
           END-IF.
