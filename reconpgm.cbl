
       COPY ERRLOGC.

       COPY STGCTLC.

       01 WS-VARS.
         05 WS-FST-CSV   PIC 9(02).
            88 C05-CSV-SUCCESS   VALUE 00.
           MOVE CRIT-YEAR  TO WS-CRIT-YEAR
           CLOSE CRIT-FILE

           PERFORM 1020-STAGE-GATE-PARA

           OPEN INPUT CSV-FILE
           IF NOT C05-CSV-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
           WRITE RECON-RPT-REC FROM HDR4
           WRITE RECON-RPT-REC FROM HDR-FILLER.

      * ---------------- PERIOD STAGE GATE -----------------------------
      * The verdict needs the period's calculation complete and must
      * not already stand.  Only an IN BALANCE verdict completes the
      * stage (3600-VERDICT-PARA), so an out-of-balance period can be
      * rerun once corrected but DISBPGM cannot build from it.
       1020-STAGE-GATE-PARA.
           MOVE 'C'           TO STC-FUNCTION
           MOVE ERL-PROGRAM   TO STC-PROGRAM
           MOVE WS-CRIT-CITY  TO STC-CITY
           MOVE WS-CRIT-MONTH TO STC-MONTH
           MOVE WS-CRIT-YEAR  TO STC-YEAR
           SET STC-STAGE-RECON TO TRUE
           CALL 'STGCTL' USING STGCTL-PARM
           IF NOT STC-PASSED
              MOVE '1020-STAGE-GATE-PARA' TO ERL-PARAGRAPH
              MOVE 16 TO ERL-SEVERITY
              MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
              MOVE STC-TEXT TO ERL-TEXT
              PERFORM 9100-LOG-ERROR-PARA
              GOBACK
           END-IF.

       3000-PROC-PARA.
           PERFORM 3100-LOAD-EXTRACT-PARA
           PERFORM 3200-LOAD-PAYMENTS-PARA
           WRITE AUDIT-REC

           DISPLAY 'RECONCILIATION ' VDL-STATUS ' - MATCHED '
              WS-MATCHED-COUNT ' EXCEPTIONS ' WS-EXCEPTION-COUNT

           IF WS-EXCEPTION-COUNT = 0
              PERFORM 9050-MARK-STAGE-PARA
           ELSE
              DISPLAY 'VERDICT NOT CLEAN - RECON STAGE LEFT OPEN'
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

