           05 FILLER PIC X(12) VALUE '03COVID05 08'.
           05 FILLER PIC X(12) VALUE '04COVID07 08'.
           05 FILLER PIC X(12) VALUE '05COVID02 08'.
           05 FILLER PIC X(12) VALUE '06COVID15 08'.
           05 FILLER PIC X(12) VALUE '07COVID20 08'.
           05 FILLER PIC X(12) VALUE '08COVID06 08'.
           05 FILLER PIC X(12) VALUE '09COVID11 08'.
           05 FILLER PIC X(12) VALUE '10COVID14 08'.
           05 FILLER PIC X(12) VALUE '11COVID12 08'.
           05 FILLER PIC X(12) VALUE '12COVID04 08'.
       01 STEP-TABLE-R REDEFINES STEP-TABLE.
           05 STEP-ENTRY OCCURS 12 TIMES.
              10 ST-STEP PIC 9(2).
              10 ST-PROGRAM PIC X(8).
              10 ST-STOP-RC PIC 9(2).
       01 STEP-DONE-TABLE.
           05 STEP-DONE-ENTRY OCCURS 12 TIMES.
              10 SD-DONE PIC X VALUE 'N'.
       01 WS-STEP-IX PIC 9(2).
       01 WS-STEP-RC PIC 9(3) VALUE ZERO.
           MOVE LOG-CHAIN-LINE TO WS-LOG-LINE.
           PERFORM WRITE-RUN-LOG-LINE.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > 12
               PERFORM RUN-ONE-STEP
           END-PERFORM.
           ACCEPT WS-RUN-TIME FROM TIME.
                       NOT AT END
                           IF CHN-DATE = WS-RUN-DATE
                                   AND CHN-STEP >= 1
                                   AND CHN-STEP <= 12
                               MOVE 'Y' TO SD-DONE(CHN-STEP)
                           END-IF
                   END-READ
           END-IF.
           MOVE 'Y' TO WS-ALL-DONE.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > 12
               IF SD-DONE(WS-STEP-IX) = 'N'
                   MOVE 'N' TO WS-ALL-DONE
               END-IF
           END-PERFORM.
           IF WS-ALL-DONE = 'Y'
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > 12
                   MOVE 'N' TO SD-DONE(WS-STEP-IX)
               END-PERFORM
               OPEN OUTPUT CHAIN-CTL
                   CALL 'COVID07'
               WHEN 'COVID02 '
                   CALL 'COVID02'
               WHEN 'COVID15 '
                   CALL 'COVID15'
               WHEN 'COVID20 '
                   CALL 'COVID20'
               WHEN 'COVID06 '
                   CALL 'COVID06'
               WHEN 'COVID11 '
                   CALL 'COVID11'
               WHEN 'COVID14 '
                   CALL 'COVID14'
               WHEN 'COVID12 '
                   CALL 'COVID12'
               WHEN 'COVID04 '
