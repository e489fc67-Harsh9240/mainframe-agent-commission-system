         05 WS-INQ-MONTH      PIC 9(02) VALUE 0.
         05 WS-INQ-YEAR       PIC 9(04) VALUE 0.
         05 WS-INQ-COUNT      PIC 9(05) VALUE 0.
         05 WS-INQ-QUARTER    PIC 9(01) VALUE 0.
         05 WS-INQ-QTR-END    PIC 9(02) VALUE 0.

      * ---------------- STAGE WORK FIELDS -----------------------------
      * One trace stage at a time: the stage paragraphs set hits as

      * ---------------- WALK THE CHAIN FOR ONE INQUIRY ----------------
      * Stages print in pipeline order - extract, rejects, payment,
      * exception, history, bonus, disbursement, carry-forward - so the
      * report reads chronologically and the first "NOT FOUND AT THIS
      * STAGE" line is where the trail went cold.
       3000-TRACE-ONE-PARA.
                 PERFORM 3250-TRACE-PAY-PARA
                 PERFORM 3300-TRACE-EXCP-PARA
                 PERFORM 3350-TRACE-HIST-PARA
                 PERFORM 3375-TRACE-BONUS-PARA
                 PERFORM 3400-TRACE-DISB-PARA
                 PERFORM 3450-TRACE-CARRY-PARA
              END-IF
      * ---------------- STAGE: COMMISSION HISTORY ---------------------
      * Bookings and adjustments the period's runs put on file - a
      * payment missing from COMM-PAY-PS but booked here was
      * suppressed as a duplicate of a prior run's booking.  Bonus
      * records are left to their own stage below.
       3350-TRACE-HIST-PARA.
           MOVE 'COMMISSION HISTORY' TO SHL-TEXT
           WRITE TRACE-RPT-REC FROM STAGE-HDR-LINE
                          AND CHS-YEAR = WS-INQ-YEAR
                          AND (WS-INQ-MONTH = 0 OR
                           CHS-MONTH = WS-INQ-MONTH)
                          AND CHS-REC-TYPE NOT = 'B'
                          MOVE COMM-HIST-REC TO TDL-IMAGE
                          PERFORM 3850-ECHO-RECORD-PARA
                       END-IF
           END-EVALUATE
           PERFORM 3900-CLOSE-STAGE-PARA.

      * ---------------- STAGE: QUARTERLY PRODUCTION BONUS -------------
      * BONUSPGM's 'B' records, booked in each quarter's last month -
      * an inquiry for any month of a quarter shows that quarter's
      * bonus, since the bonus pays with the quarter-end disbursement.
       3375-TRACE-BONUS-PARA.
           MOVE 'QUARTERLY PRODUCTION BONUS' TO SHL-TEXT
           WRITE TRACE-RPT-REC FROM STAGE-HDR-LINE
           IF WS-INQ-AGENT = SPACES
              MOVE 'NOT CHECKED - NO AGENT ON INQUIRY' TO TNL-TEXT
              WRITE TRACE-RPT-REC FROM TRACE-NOTE-LINE
           ELSE
              COMPUTE WS-INQ-QUARTER = (WS-INQ-MONTH + 2) / 3
              COMPUTE WS-INQ-QTR-END = WS-INQ-QUARTER * 3
              MOVE 0 TO WS-STAGE-HITS
              MOVE 'N' TO WS-STAGE-ABSENT-SW
              OPEN INPUT COMM-HIST
              EVALUATE TRUE
                WHEN C05-HST-ABSENT
                 MOVE 'Y' TO WS-STAGE-ABSENT-SW
                 IF WS-FST-HST = 05
                    CLOSE COMM-HIST
                 END-IF
                WHEN NOT C05-HST-SUCCESS
                 MOVE '3375-TRACE-BONUS-PARA' TO ERL-PARAGRAPH
                 MOVE 08 TO ERL-SEVERITY
                 MOVE WS-FST-HST TO ERL-FILE-STATUS
                 MOVE 'COMM-HIST OPEN FAILED' TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
                WHEN OTHER
                 PERFORM UNTIL C05-HST-EOF
                    READ COMM-HIST
                       AT END
                          MOVE 10 TO WS-FST-HST
                       NOT AT END
                          IF CHS-AGENT-ID = WS-INQ-AGENT
                             AND CHS-REC-TYPE = 'B'
                             AND CHS-YEAR = WS-INQ-YEAR
                             AND (WS-INQ-MONTH = 0 OR
                              CHS-MONTH = WS-INQ-QTR-END)
                             MOVE COMM-HIST-REC TO TDL-IMAGE
                             PERFORM 3850-ECHO-RECORD-PARA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE COMM-HIST
              END-EVALUATE
              PERFORM 3900-CLOSE-STAGE-PARA
           END-IF.

      * ---------------- STAGE: DISBPGM DISBURSEMENT -------------------

       3400-TRACE-DISB-PARA.
