
       COPY ERRLOGC.

       COPY STGCTLC.

       01 WS-VARS.
         05 WS-FST-ACK   PIC 9(02).
            88 C05-ACK-SUCCESS   VALUE 00.
           MOVE SPACES   TO ERL-FILE-STATUS
           MOVE 0        TO ERL-SQLCODE

           PERFORM 1050-READ-DISB-PERIOD-PARA
           PERFORM 1020-STAGE-GATE-PARA

           OPEN OUTPUT RETURNS-RPT
           IF NOT C05-RPT-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
           WRITE RETURNS-RPT-REC FROM HDR4
           WRITE RETURNS-RPT-REC FROM HDR-FILLER.

      * ---------------- PERIOD STAGE GATE -----------------------------
      * The period closes once, after PAYFMT has transmitted it.  An
      * acknowledgment run with unmatched acks leaves the stage open
      * (9000-TERM-PARA) so the corrected rerun is still allowed.
       1020-STAGE-GATE-PARA.
           MOVE 'C'           TO STC-FUNCTION
           MOVE ERL-PROGRAM   TO STC-PROGRAM
           MOVE WS-DISB-CITY  TO STC-CITY
           MOVE WS-DISB-MONTH TO STC-MONTH
           MOVE WS-DISB-YEAR  TO STC-YEAR
           SET STC-STAGE-CLOSE TO TRUE
           CALL 'STGCTL' USING STGCTL-PARM
           IF NOT STC-PASSED
              MOVE '1020-STAGE-GATE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
              MOVE STC-TEXT TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

      * ---------------- DISBURSEMENT PERIOD ---------------------------
      * The period this run answers for is on DISB-FILE's own header -
      * there is no parameter card - so the header alone is read here
      * to key the stage gate, before anything else is opened or
      * verified.
       1050-READ-DISB-PERIOD-PARA.
           OPEN INPUT DISB-FILE
           IF NOT C05-DSB-SUCCESS
               MOVE '1050-READ-DISB-PERIOD-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-DSB TO ERL-FILE-STATUS
               MOVE 'DISB-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           READ DISB-FILE
           IF NOT C05-DSB-SUCCESS OR DSB-REC-TYPE NOT = 'H'
              MOVE '1050-READ-DISB-PERIOD-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE WS-FST-DSB TO ERL-FILE-STATUS
              MOVE 'DISB-FILE HEADER MISSING' TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF

           MOVE DSH-CITY  TO WS-DISB-CITY
           MOVE DSH-MONTH TO WS-DISB-MONTH
           MOVE DSH-YEAR  TO WS-DISB-YEAR
           CLOSE DISB-FILE
           MOVE 0 TO WS-FST-DSB.

      * ---------------- DISBURSED-PAYMENT TABLE LOAD ------------------
      * Reads the whole DISB-FILE up front and verifies its trailer
      * count/hash before any acknowledgment matches against it.
              PERFORM 9100-LOG-ERROR-PARA
           END-IF.

      * Records this stage complete on the period control file so the
      * next stage may run and this one may not run again unreopened.
      * The run itself already succeeded, so a failed update is logged
      * at severity 08 rather than undoing anything.
       9050-MARK-STAGE-PARA.
           MOVE 'M' TO STC-FUNCTION
           CALL 'STGCTL' USING STGCTL-PARM
           IF NOT STC-PASSED
              MOVE '9050-MARK-STAGE-PARA' TO ERL-PARAGRAPH
              MOVE 08 TO ERL-SEVERITY
              MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
              MOVE STC-TEXT TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
           ELSE
              DISPLAY STC-TEXT
           END-IF.

      * ---------------- SHARED ERROR LOGGING --------------------------

       9100-LOG-ERROR-PARA.
           CLOSE ACK-FILE
           CLOSE CARRY-OUT-FILE
           CLOSE RETURNS-RPT

           IF WS-UNMATCHED-COUNT = 0
              PERFORM 9050-MARK-STAGE-PARA
           ELSE
              DISPLAY 'UNMATCHED ACKNOWLEDGMENTS - PERIOD LEFT OPEN'
           END-IF
           GOBACK.
