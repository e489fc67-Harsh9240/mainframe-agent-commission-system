           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-AUD.

           SELECT LOAN-STG ASSIGN TO DD8
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-STG.

           SELECT SORT-WORK ASSIGN TO DD7.

       DATA DIVISION.
          05 CRIT-MONTH         PIC 9(02).
          05 CRIT-YEAR          PIC 9(04).

      * ---------------- MONTHLY LOAN STAGING FILE ---------------------
      * UNLDPGM's one-pass unload of the month's approved loans, every
      * city; read INTO LNSTG-REC (copybook LNSTGC).  The city on the
      * card selects its own detail rows and control record from it.
       FD LOAN-STG
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01 LOAN-STG-REC PIC X(96).

      * ---------------- CHECKPOINT/RESTART CONTROL FILE -------------
      * Records which city/month/year combinations are currently
      * in flight - marked before 3000-PROC-PARA fetches a single row
      * - so an abended run can tell, on its next execution, which
      * combinations it must redo in full. There is no partial/resume
      * position within a combination: 3400-SORT-OUTPUT-PARA cannot
      * write a single detail line until the whole staging-file read and
      * SORT have finished, so a combination is either entirely done
      * or entirely redone - see the note above 2075-MARK-RESTART-
      * INFLIGHT-PARA.

      * ---------------- SORT WORK FILE --------------------------------
      * Fetched rows pass through this work file so the detail section
      * prints in STATE/APPNAME order instead of the staging file's
      * agent/applicant order, with a page break forced on STATE change.
       SD SORT-WORK.
       01 SRT-REC.
          05 SRT-STATE       PIC A(10).

       COPY ERRLOGC.

       COPY STGCTLC.

       COPY LNSTGC.

       01 WS-VARS.
         05 WS-FST-TO001 PIC 9(02).
            88 C05-TO001-SUCCESS VALUE 00.
         05 WS-FST-AUD   PIC 9(02).
            88 C05-AUD-SUCCESS   VALUE 00.

         05 WS-FST-STG   PIC 9(02).
            88 C05-STG-SUCCESS   VALUE 00.
            88 C05-STG-EOF       VALUE 10.

         05 WS-LINE-COUNTER  PIC 9(02) VALUE 0.
         05 WS-PAGE-NUM      PIC 9(02) VALUE 1.
            88 RESTART-POSITION-FOUND VALUE 'Y'.
         05 WS-JOB-IS-RESTART       PIC X(01) VALUE 'N'.
            88 JOB-IS-RESTART VALUE 'Y'.
         05 WS-ROWS-FETCHED         PIC 9(09) VALUE 0.
         05 WS-FETCH-AMOUNT-TOTAL   PIC S9(09)V9(02) VALUE 0.

         05 WS-CSVR-STATE-X         PIC X(10) VALUE SPACES.
         05 WS-CSVR-AMT-X           PIC X(13) VALUE SPACES.

      * ---------------- LOAN STAGING FILE ENVELOPE -------------------
      * Counted across every D record on the file, not just this
      * city's, and checked against the trailer once the file is read
      * through - a short or truncated unload stops the combination
      * before anything is printed from it.
         05 WS-STG-HDR-SW           PIC X(01) VALUE 'N'.
            88 STG-HDR-SEEN VALUE 'Y'.
         05 WS-STG-TRL-SW           PIC X(01) VALUE 'N'.
            88 STG-TRL-SEEN VALUE 'Y'.
         05 WS-STG-SNAPSHOT         PIC X(14) VALUE SPACES.
         05 WS-STG-COUNT            PIC 9(09) VALUE 0.
         05 WS-STG-HASH             PIC S9(13)V9(02) VALUE 0.
         05 WS-STG-TRL-COUNT        PIC 9(09) VALUE 0.
         05 WS-STG-TRL-HASH         PIC S9(13)V9(02) VALUE 0.

      * ------------ RECONCILIATION CHECK ------------------------------

         05 WS-RECON-COUNT          PIC 9(09) VALUE 0.
         05 WS-RECON-AMOUNT         PIC S9(13)V9(02) VALUE 0.
         05 WS-RECON-ACT-COUNT      PIC 9(09) VALUE 0.
         05 WS-RECON-ACT-AMOUNT     PIC S9(09)V9(02) VALUE 0.
         05 WS-RECON-MISMATCH-SW    PIC X(01) VALUE 'N'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(30) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           MOVE 0         TO ERL-SQLCODE

           PERFORM 1100-LOAD-RESTART-TAB-PARA
           PERFORM 1150-STAGE-GATE-PARA

           IF JOB-IS-RESTART
              OPEN EXTEND TO001-PS
              END-IF
           END-IF.

      * ---------------- PERIOD STAGE GATE -----------------------------
      * Every card on CRIT-FILE is checked against the period control
      * file before any output is opened or any cursor runs: an
      * extract already complete for a combination stops the whole
      * job, since running the rest would leave a partial set with no
      * clean way to rerun it.  On a restart run the combinations the
      * aborted run already finished (absent from the restart table)
      * are exempt - 2050-RUN-CRITERIA-PARA skips them anyway.
       1150-STAGE-GATE-PARA.
           OPEN INPUT CRIT-FILE
           IF NOT C05-CRIT-SUCCESS
               MOVE '1150-STAGE-GATE-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-CRIT TO ERL-FILE-STATUS
               MOVE 'CRIT-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           PERFORM UNTIL C05-CRIT-EOF
              READ CRIT-FILE
                 AT END
                    MOVE 10 TO WS-FST-CRIT
                 NOT AT END
                    PERFORM 1160-GATE-ONE-CARD-PARA
              END-READ
           END-PERFORM
           CLOSE CRIT-FILE
           MOVE 0 TO WS-FST-CRIT.

       1160-GATE-ONE-CARD-PARA.
           MOVE CRIT-CITY  TO WS-CRIT-CITY
           MOVE CRIT-MONTH TO WS-CRIT-MONTH
           MOVE CRIT-YEAR  TO WS-CRIT-YEAR
           MOVE 'N'        TO WS-RESTART-FOUND
           PERFORM 1200-RESTART-CHECK-PARA

           IF NOT JOB-IS-RESTART OR RESTART-POSITION-FOUND
              MOVE 'C'           TO STC-FUNCTION
              MOVE ERL-PROGRAM   TO STC-PROGRAM
              MOVE WS-CRIT-CITY  TO STC-CITY
              MOVE WS-CRIT-MONTH TO STC-MONTH
              MOVE WS-CRIT-YEAR  TO STC-YEAR
              SET STC-STAGE-EXTRACT TO TRUE
              CALL 'STGCTL' USING STGCTL-PARM
              IF NOT STC-PASSED
                 MOVE '1160-GATE-ONE-CARD-PARA' TO ERL-PARAGRAPH
                 MOVE 16 TO ERL-SEVERITY
                 MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
                 MOVE STC-TEXT TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
                 GOBACK
              END-IF
           END-IF.

      * ---------------- RESTART CSV RE-COUNT --------------------------
      * A restart run EXTENDs the CSV file, so the data rows the
      * aborted prior execution already wrote are read back and folded

              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-END-TS
              PERFORM 2150-WRITE-AUDIT-PARA
              PERFORM 2170-MARK-STAGE-PARA
           END-IF.

      * Marks this combination in flight *before* a single row of it
      * is read, so an abend anywhere in 3000-PROC-PARA -
      * mid-read, mid-sort, or mid-write - leaves a trail for the
      * next run's 1200-RESTART-CHECK-PARA to find.  There is
      * deliberately no mid-combination checkpoint: 3400-SORT-OUTPUT-
      * PARA cannot write a single detail line to TO001-PS/CSV-FILE
      * until the whole SORT - and so the whole staging-file read - has
      * finished, so "rows checkpointed so far" and "rows actually on
      * disk" are never the same number partway through a combination.
      * A checkpoint taken mid-loop would therefore commit to a
           MOVE 0      TO WS-STATE-AMOUNT
           MOVE 0      TO WS-GRAND-COUNT
           MOVE 0      TO WS-GRAND-AMOUNT
           MOVE 0      TO WS-ROWS-FETCHED
           MOVE 0      TO WS-FETCH-AMOUNT-TOTAL
           MOVE 'N'    TO WS-RESTART-FOUND

           WRITE AUDIT-REC.

      * ---------------- PERIOD STAGE COMPLETE -------------------------
      * The extract stage completes per combination, once its pages,
      * CSV rows and audit row are out.  A combination whose own
      * COUNT/SUM reconciliation came back DISCREPANCY is left open -
      * COMMPGM has no business pricing a fetch nobody trusts.
       2170-MARK-STAGE-PARA.
           IF RECON-MISMATCH
              DISPLAY 'EXTRACT RECONCILIATION DISCREPANCY - STAGE LEFT '
                 'OPEN FOR ' WS-CRIT-CITY
           ELSE
              MOVE 'M'           TO STC-FUNCTION
              MOVE ERL-PROGRAM   TO STC-PROGRAM
              MOVE WS-CRIT-CITY  TO STC-CITY
              MOVE WS-CRIT-MONTH TO STC-MONTH
              MOVE WS-CRIT-YEAR  TO STC-YEAR
              MOVE WS-STG-SNAPSHOT TO STC-SNAPSHOT
              SET STC-STAGE-EXTRACT TO TRUE
              CALL 'STGCTL' USING STGCTL-PARM
              IF NOT STC-PASSED
                 MOVE '2170-MARK-STAGE-PARA' TO ERL-PARAGRAPH
                 MOVE 08 TO ERL-SEVERITY
                 MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
                 MOVE STC-TEXT TO ERL-TEXT
                 PERFORM 9100-LOG-ERROR-PARA
              ELSE
                 DISPLAY STC-TEXT
              END-IF
           END-IF.

      * Writes an AUDIT-LOG row when 3100-OPEN-PARA, 3200-FETCH-PARA
      * or 3220-VERIFY-ENVELOPE-PARA abend the job on a staging-file
      * error, so a hard failure still leaves an audit trail for this
      * combination instead of skipping its only AUDIT-LOG row -
      * AUD-STATUS has had room for 'FAILURE' since the audit log was
      * introduced, but nothing ever wrote it.
           WRITE AUDIT-REC.

       3000-PROC-PARA.
           MOVE 'N' TO WS-SORT-EOF-SW
           SORT SORT-WORK
              ASCENDING KEY SRT-STATE SRT-APPNAME
              OUTPUT PROCEDURE IS 3400-SORT-OUTPUT-PARA
           PERFORM 3300-CLOSE-PARA.

      * The staging file is opened afresh for every combination and
      * read through from its header - one unload serves every card
      * of the month, so nothing positional is carried between them.
       3100-OPEN-PARA.
           MOVE 'N'    TO WS-STG-HDR-SW
           MOVE 'N'    TO WS-STG-TRL-SW
           MOVE SPACES TO WS-STG-SNAPSHOT
           MOVE 0      TO WS-STG-COUNT
           MOVE 0      TO WS-STG-HASH
           MOVE 0      TO WS-STG-TRL-COUNT
           MOVE 0      TO WS-STG-TRL-HASH

           OPEN INPUT LOAN-STG
           IF NOT C05-STG-SUCCESS
               PERFORM 2160-WRITE-FAILURE-AUDIT-PARA
               MOVE '3100-OPEN-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STG TO ERL-FILE-STATUS
               MOVE 'LOAN-STG OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

      * ------------ SORT INPUT/OUTPUT PROCEDURES ----------------------
      * The staging file comes in city/agent/applicant order; every
      * accepted row for this card's city is RELEASEd onto the sort
      * work file instead of printed directly, and the OUTPUT
      * PROCEDURE below prints the detail section in STATE/APPNAME
      * order with the page break on STATE change that
      * 3255-STATE-BREAK-PARA already does.  The envelope is checked
      * before the SORT hands over to the output side, so nothing is
      * printed from a file that turns out short.
       3150-SORT-INPUT-PARA.
           PERFORM 3100-OPEN-PARA
           PERFORM 3200-FETCH-PARA
              UNTIL C05-STG-EOF
           PERFORM 3220-VERIFY-ENVELOPE-PARA.

      * Header, this city's control record and trailer are taken as
      * they pass; detail rows for other cities only count toward the
      * envelope.  The control record's COUNT/SUM was taken by the
      * unload apart from its own cursor, and stands in for the
      * independent reconciliation figure this program used to select
      * for itself.
       3200-FETCH-PARA.
           READ LOAN-STG INTO LNSTG-REC
              AT END
                 MOVE 10 TO WS-FST-STG
              NOT AT END
                 EVALUATE TRUE
                   WHEN LNS-HEADER
                     PERFORM 3205-CHECK-HEADER-PARA
                   WHEN LNS-CITY-CTL
                     IF LNC-CITY = WS-CRIT-CITY
                        MOVE LNC-COUNT  TO WS-RECON-COUNT
                        MOVE LNC-AMOUNT TO WS-RECON-AMOUNT
                     END-IF
                   WHEN LNS-TRAILER
                     MOVE 'Y'       TO WS-STG-TRL-SW
                     MOVE LNT-COUNT TO WS-STG-TRL-COUNT
                     MOVE LNT-HASH  TO WS-STG-TRL-HASH
                   WHEN LNS-DETAIL
                     ADD 1               TO WS-STG-COUNT
                     ADD LNS-LOAN-AMOUNT TO WS-STG-HASH
                     IF LNS-CITY = WS-CRIT-CITY
                        PERFORM 3210-CITY-ROW-PARA
                     END-IF
                 END-EVALUATE
           END-READ

           IF NOT C05-STG-SUCCESS AND NOT C05-STG-EOF
               PERFORM 2160-WRITE-FAILURE-AUDIT-PARA
               MOVE '3200-FETCH-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-STG TO ERL-FILE-STATUS
               MOVE 'LOAN-STG READ FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

      * A file unloaded for another month would price and print the
      * wrong loans without a single error - stopped outright.
       3205-CHECK-HEADER-PARA.
           IF LNH-SYSTEM NOT = 'LOANSTG' OR
              LNH-MONTH NOT = WS-CRIT-MONTH OR
              LNH-YEAR NOT = WS-CRIT-YEAR
               PERFORM 2160-WRITE-FAILURE-AUDIT-PARA
               MOVE '3205-CHECK-HEADER-PARA' TO ERL-PARAGRAPH
               MOVE 16 TO ERL-SEVERITY
               MOVE 'LOAN-STG IS NOT FOR THE CRITERIA PERIOD'
                  TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF
           MOVE 'Y'          TO WS-STG-HDR-SW
           MOVE LNH-SNAPSHOT TO WS-STG-SNAPSHOT.

       3210-CITY-ROW-PARA.
           ADD 1 TO WS-ROWS-FETCHED
           ADD LNS-LOAN-AMOUNT TO WS-FETCH-AMOUNT-TOTAL
           IF LNS-STATE = SPACES OR
              LNS-LOAN-AMOUNT NOT > 0
              PERFORM 3245-REJECT-PARA
           ELSE
              PERFORM 3230-RELEASE-SORT-PARA
           END-IF.

      * ---------------- STAGING FILE ENVELOPE CHECK -------------------
      * Same test RECONPGM puts COMM-PAY-PS through: header and trailer
      * both present, and the trailer's count/hash equal to the D
      * records actually read.
       3220-VERIFY-ENVELOPE-PARA.
           IF NOT STG-HDR-SEEN OR NOT STG-TRL-SEEN
               PERFORM 2160-WRITE-FAILURE-AUDIT-PARA
               MOVE '3220-VERIFY-ENVELOPE-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE 'LOAN-STG ENVELOPE MISSING' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           IF WS-STG-COUNT NOT = WS-STG-TRL-COUNT OR
              WS-STG-HASH NOT = WS-STG-TRL-HASH
               PERFORM 2160-WRITE-FAILURE-AUDIT-PARA
               MOVE '3220-VERIFY-ENVELOPE-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE 'LOAN-STG COUNT/HASH MISMATCH' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF.

      * ---------------- SORT WORK FILE --------------------------------

       3230-RELEASE-SORT-PARA.
           MOVE LNS-STATE          TO SRT-STATE
           MOVE LNS-APPLICANT-NAME TO SRT-APPNAME
           MOVE LNS-APPLICANT-ID   TO SRT-APPID
           MOVE LNS-LOAN-AMOUNT    TO SRT-AMOUNT
           RELEASE SRT-REC.

      * ---------------- REJECT LISTING --------------------------------

       3245-REJECT-PARA.
           IF LNS-STATE = SPACES
              MOVE 'MISSING STATE'       TO WS-REJECT-REASON
           ELSE
              MOVE 'NON-POSITIVE AMOUNT' TO WS-REJECT-REASON
           END-IF

           MOVE SPACES                  TO REJECT-REC
           MOVE LNS-APPLICANT-ID   TO REJ-APPID
           MOVE LNS-APPLICANT-NAME TO REJ-APPNAME
           MOVE LNS-STATE          TO REJ-STATE
           MOVE LNS-LOAN-AMOUNT    TO REJ-AMOUNT
           MOVE WS-REJECT-REASON        TO REJ-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATE

           WRITE TO001-PS-REC FROM HDR-HYPHENS.

       3250-WRITE-PARA.
           IF NOT WS-FIRST-ROW AND LNS-STATE NOT = WS-PREV-STATE
              PERFORM 3255-STATE-BREAK-PARA
           END-IF

           IF WS-FIRST-ROW
              MOVE LNS-STATE TO WS-PREV-STATE
              MOVE 'N' TO WS-FIRST-ROW-SW
           END-IF

              PERFORM 3249-PRINT-HEADER-PARA
           END-IF

           MOVE LNS-APPLICANT-ID   TO TO001-APPID
           MOVE LNS-APPLICANT-NAME TO TO001-APPNAME
           MOVE LNS-STATE          TO TO001-STATE
           MOVE LNS-LOAN-AMOUNT    TO TO001-ALAMOUNT

           MOVE TO001-RECORD TO TO001-PS-REC
           WRITE TO001-PS-REC
           PERFORM 3260-WRITE-CSV-PARA

           ADD 1 TO WS-STATE-COUNT
           ADD LNS-LOAN-AMOUNT TO WS-STATE-AMOUNT
           ADD 1 TO WS-GRAND-COUNT
           ADD LNS-LOAN-AMOUNT TO WS-GRAND-AMOUNT

           IF WS-LINE-COUNTER > 50
              PERFORM 3258-PAGE-SUBTOTAL-LINE-PARA
           WRITE TO001-PS-REC FROM HDR-FILLER
           WRITE TO001-PS-REC FROM TRAILER1
           MOVE 0 TO WS-STATE-COUNT WS-STATE-AMOUNT
           MOVE LNS-STATE TO WS-PREV-STATE
           ADD 1 TO WS-PAGE-NUM
           MOVE 1 TO WS-LINE-COUNTER.

      * ---------------- CSV EXTRACT LINE ------------------------------

       3260-WRITE-CSV-PARA.
           MOVE LNS-LOAN-AMOUNT TO WS-CSV-AMOUNT-ED
           MOVE SPACES TO CSV-REC
           STRING FUNCTION TRIM(LNS-APPLICANT-ID)   DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  FUNCTION TRIM(LNS-APPLICANT-NAME) DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  FUNCTION TRIM(LNS-STATE)          DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AMOUNT-ED)   DELIMITED BY SIZE
             INTO CSV-REC
           END-STRING
           WRITE CSV-REC
           ADD 1 TO WS-CSV-OUT-COUNT
           ADD LNS-LOAN-AMOUNT TO WS-CSV-OUT-HASH.

      * ---------------- CHECKPOINT / RESTART --------------------------
      * Adds this combination's entry to the in-memory restart table
      * if it isn't already there - called once, at combination start,
      * by 2075-MARK-RESTART-INFLIGHT-PARA.
           PERFORM 3295-RECONCILE-CHECK-PARA.

      * ------------ RECONCILIATION CHECK ------------------------------
      * Compares the unload's independent COUNT/SUM for this city
      * against every row the staging file actually held for it -
      * WS-ROWS-FETCHED/WS-FETCH-AMOUNT-TOTAL count every fetch
      * regardless of whether it passed the data-quality check and
      * went to the detail report or the reject listing, so a clean
           WRITE TO001-PS-REC FROM RECONCILIATION-LINE.

       3300-CLOSE-PARA.
           CLOSE LOAN-STG.

      * This criteria combination completed successfully end to end -
      * its entry no longer belongs in the restart table, so remove it
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
              NOT AT END
                 MOVE SRT-STATE   TO LNS-STATE
                 MOVE SRT-APPNAME TO LNS-APPLICANT-NAME
                 MOVE SRT-APPID   TO LNS-APPLICANT-ID
                 MOVE SRT-AMOUNT  TO LNS-LOAN-AMOUNT
                 ADD 1 TO WS-LINE-COUNTER
                 PERFORM 3250-WRITE-PARA
           END-RETURN.
