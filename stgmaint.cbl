       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-TXN.

           SELECT REOPEN-RPT ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FST-RPT.

       DATA DIVISION.

       FILE SECTION.

      * ---------------- STAGE REOPEN CARDS ----------------------------
      * One card per stage to reopen.  STX-ACTION must be 'R'.  The
      * named stage and every stage after it are cleared for the
      * city/month/year, so the pipeline reruns from that point.  The
      * requester and a reason are mandatory - a reopen with nobody's
      * name on it is how a period gets paid twice.
       FD TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 TXN-REC.
          05 STX-ACTION        PIC X(01).
          05 STX-SP1           PIC X(01).
          05 STX-CITY          PIC X(10).
          05 STX-SP2           PIC X(01).
          05 STX-MONTH         PIC 9(02).
          05 STX-SP3           PIC X(01).
          05 STX-YEAR          PIC 9(04).
          05 STX-SP4           PIC X(01).
          05 STX-STAGE         PIC 9(01).
          05 STX-SP5           PIC X(01).
          05 STX-REQUESTER     PIC X(08).
          05 STX-SP6           PIC X(01).
          05 STX-REASON        PIC X(30).
          05 STX-FILLER        PIC X(18).

      * ---------------- REOPEN LISTING --------------------------------
      * Every card, accepted or rejected, with who asked, why, and what
      * the control file said back - the sign-off record for a rerun.
       FD REOPEN-RPT
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
       01 REOPEN-RPT-REC PIC X(112).

       WORKING-STORAGE SECTION.

       COPY ERRLOGC.

       COPY STGCTLC.

       01 WS-VARS.
         05 WS-FST-TXN   PIC 9(02).
            88 C05-TXN-SUCCESS   VALUE 00.
            88 C05-TXN-EOF       VALUE 10.

         05 WS-FST-RPT   PIC 9(02).
            88 C05-RPT-SUCCESS   VALUE 00.

      * ---------------- CARD WORK FIELDS ------------------------------

         05 WS-REJ-REASON      PIC X(60) VALUE SPACES.
         05 WS-LAST-CLEARED    PIC 9(02) VALUE 0.
         05 WS-STAGE-NAME      PIC X(08) VALUE SPACES.

         05 WS-STAGE-NAMES.
            10 PIC X(08) VALUE 'EXTRACT'.
            10 PIC X(08) VALUE 'CALC'.
            10 PIC X(08) VALUE 'RECON'.
            10 PIC X(08) VALUE 'DISB'.
            10 PIC X(08) VALUE 'TRANSMIT'.
            10 PIC X(08) VALUE 'CLOSE'.
         05 WS-STAGE-NAME-TAB REDEFINES WS-STAGE-NAMES
            PIC X(08) OCCURS 6 TIMES.

      * ---------------- COUNTS ----------------------------------------

         05 WS-CARD-COUNT      PIC 9(07) VALUE 0.
         05 WS-RPN-COUNT       PIC 9(07) VALUE 0.
         05 WS-REJ-COUNT       PIC 9(07) VALUE 0.
         05 WS-XMIT-COUNT      PIC 9(07) VALUE 0.

      * ---------------- REPORT LINES ----------------------------------

         05 RPT-HDR1.
            10 RH1-F1     PIC X(38).
            10 RH1-TITLE  PIC X(35)
               VALUE 'PERIOD STAGE REOPEN CONTROL LISTING'.
            10 RH1-F2     PIC X(39).

         05 RPT-HDR2.
            10 RH2-TEXT1  PIC X(47)
               VALUE 'RESULT   CITY       MM/YYYY  STAGE    REQUESTR'.
            10 RH2-TEXT2  PIC X(39)
               VALUE 'REASON                         CLR DATE'.
            10 RH2-F1     PIC X(26).

         05 HDR-FILLER.
            10 HDR-FILL    PIC X(112).

         05 RPN-LINE.
            10 RPL-RESULT   PIC X(08).
            10 RPL-SP1      PIC X(01).
            10 RPL-CITY     PIC X(10).
            10 RPL-SP2      PIC X(01).
            10 RPL-MONTH    PIC 9(02).
            10 RPL-SLASH    PIC X(01).
            10 RPL-YEAR     PIC 9(04).
            10 RPL-SP3      PIC X(02).
            10 RPL-STAGE    PIC X(08).
            10 RPL-SP4      PIC X(01).
            10 RPL-REQ      PIC X(08).
            10 RPL-SP5      PIC X(01).
            10 RPL-REASON   PIC X(30).
            10 RPL-SP6      PIC X(01).
            10 RPL-CLEARED  PIC 9(01).
            10 RPL-SP7      PIC X(03).
            10 RPL-DATE     PIC 9(08).
            10 RPL-SP8      PIC X(22).

         05 MSG-LINE.
            10 MSL-SP1      PIC X(09).
            10 MSL-TEXT     PIC X(60).
            10 MSL-SP2      PIC X(43).

         05 SUMMARY-LINE.
            10 SML-CRD-LBL PIC X(08) VALUE 'CARDS : '.
            10 SML-CRD     PIC ZZZ,ZZ9.
            10 SML-RPN-LBL PIC X(12) VALUE ' REOPENED : '.
            10 SML-RPN     PIC ZZZ,ZZ9.
            10 SML-REJ-LBL PIC X(11) VALUE ' REJECTS : '.
            10 SML-REJ     PIC ZZZ,ZZ9.
            10 SML-XMT-LBL PIC X(24)
               VALUE ' TRANSMISSION CLEARED : '.
            10 SML-XMT     PIC ZZZ,ZZ9.
            10 SML-SP1     PIC X(29).

         05 XMIT-WARN-LINE.
            10 XWL-TEXT    PIC X(112) VALUE
               '*** TRANSMISSION STAGE CLEARED - CONFIRM WITH TREASURY T
      -    'HAT THE ORIGINAL PAYMENT FILE WAS NOT RELEASED ***'.

         05 TRAILER2.
            10 TR2-HYP1 PIC X(45) VALUE ALL '-'.
            10 TR2-TEXT PIC X(13) VALUE 'END OF REPORT'.
            10 TR2-HYP2 PIC X(54) VALUE ALL '-'.

       PROCEDURE DIVISION.

       0000-MAIN-PARA.
           PERFORM 1000-INIT-PARA
           PERFORM 3000-PROC-PARA
           PERFORM 9000-TERM-PARA.

       1000-INIT-PARA.
           MOVE 'STGMAINT' TO ERL-PROGRAM
           MOVE SPACES     TO ERL-FILE-STATUS
           MOVE 0          TO ERL-SQLCODE

           OPEN INPUT TXN-FILE
           IF NOT C05-TXN-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-TXN TO ERL-FILE-STATUS
               MOVE 'TXN-FILE OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           OPEN OUTPUT REOPEN-RPT
           IF NOT C05-RPT-SUCCESS
               MOVE '1000-INIT-PARA' TO ERL-PARAGRAPH
               MOVE 08 TO ERL-SEVERITY
               MOVE WS-FST-RPT TO ERL-FILE-STATUS
               MOVE 'REOPEN-RPT OPEN FAILED' TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
           END-IF

           WRITE REOPEN-RPT-REC FROM RPT-HDR1
           WRITE REOPEN-RPT-REC FROM HDR-FILLER
           WRITE REOPEN-RPT-REC FROM RPT-HDR2
           WRITE REOPEN-RPT-REC FROM HDR-FILLER.

       3000-PROC-PARA.
           PERFORM 3100-READ-TXN-PARA
              UNTIL C05-TXN-EOF
           PERFORM 3900-SUMMARY-PARA.

       3100-READ-TXN-PARA.
           READ TXN-FILE
              AT END
                 MOVE 10 TO WS-FST-TXN
              NOT AT END
                 ADD 1 TO WS-CARD-COUNT
                 PERFORM 3200-APPLY-TXN-PARA
           END-READ.

      * ---------------- VALIDATE AND APPLY ONE REOPEN CARD ------------
      * Everything that can be checked on the card itself is checked
      * before the control file is touched - a bad card never clears
      * anything.
       3200-APPLY-TXN-PARA.
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
             WHEN STX-ACTION NOT = 'R'
               MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
             WHEN STX-CITY = SPACES
               MOVE 'BLANK CITY' TO WS-REJ-REASON
             WHEN STX-MONTH IS NOT NUMERIC
               OR STX-MONTH < 1 OR STX-MONTH > 12
               MOVE 'INVALID MONTH' TO WS-REJ-REASON
             WHEN STX-YEAR IS NOT NUMERIC
               MOVE 'INVALID YEAR' TO WS-REJ-REASON
             WHEN STX-STAGE IS NOT NUMERIC
               OR STX-STAGE < 1 OR STX-STAGE > 6
               MOVE 'INVALID STAGE NUMBER' TO WS-REJ-REASON
             WHEN STX-REQUESTER = SPACES
               MOVE 'REQUESTER REQUIRED' TO WS-REJ-REASON
             WHEN STX-REASON = SPACES
               MOVE 'REOPEN REASON REQUIRED' TO WS-REJ-REASON
           END-EVALUATE

           IF WS-REJ-REASON NOT = SPACES
              PERFORM 3600-REJECT-PARA
           ELSE
              PERFORM 3300-REOPEN-PARA
           END-IF.

      * ---------------- REOPEN THROUGH THE STAGE-GATE MODULE ----------
      * STGCTL refuses a stage that is not complete (result 08) - that
      * lists as a reject with STGCTL's own message.  A control file
      * failure stops the run: later cards cannot be trusted to apply.
      * Completed stages always form an unbroken run from the extract,
      * so the cleared stages run from the card's stage up to
      * WS-LAST-CLEARED - if that reaches the transmission stage a
      * payment file may already be at the bank, and the run warns.
       3300-REOPEN-PARA.
           MOVE 'R'            TO STC-FUNCTION
           MOVE 'STGMAINT'     TO STC-PROGRAM
           MOVE STX-CITY       TO STC-CITY
           MOVE STX-MONTH      TO STC-MONTH
           MOVE STX-YEAR       TO STC-YEAR
           MOVE STX-STAGE      TO STC-STAGE
           MOVE STX-REQUESTER  TO STC-REQUESTER
           CALL 'STGCTL' USING STGCTL-PARM

           EVALUATE TRUE
             WHEN STC-PASSED
               ADD 1 TO WS-RPN-COUNT
               PERFORM 3400-WRITE-REOPEN-PARA
               COMPUTE WS-LAST-CLEARED = STX-STAGE + STC-CLEARED - 1
               IF WS-LAST-CLEARED >= 5
                  ADD 1 TO WS-XMIT-COUNT
                  WRITE REOPEN-RPT-REC FROM XMIT-WARN-LINE
                  MOVE '3300-REOPEN-PARA' TO ERL-PARAGRAPH
                  MOVE 04 TO ERL-SEVERITY
                  MOVE STC-TEXT TO ERL-TEXT
                  PERFORM 9100-LOG-ERROR-PARA
               END-IF
             WHEN STC-FILE-ERROR
               MOVE '3300-REOPEN-PARA' TO ERL-PARAGRAPH
               MOVE 16 TO ERL-SEVERITY
               MOVE STC-FILE-STATUS TO ERL-FILE-STATUS
               MOVE STC-TEXT TO ERL-TEXT
               PERFORM 9100-LOG-ERROR-PARA
               GOBACK
             WHEN OTHER
               MOVE STC-TEXT TO WS-REJ-REASON
               PERFORM 3600-REJECT-PARA
           END-EVALUATE.

       3400-WRITE-REOPEN-PARA.
           MOVE SPACES TO RPN-LINE
           MOVE 'REOPENED' TO RPL-RESULT
           PERFORM 3500-FORMAT-CARD-PARA
           MOVE STC-CLEARED TO RPL-CLEARED
           WRITE REOPEN-RPT-REC FROM RPN-LINE
           MOVE SPACES   TO MSG-LINE
           MOVE STC-TEXT TO MSL-TEXT
           WRITE REOPEN-RPT-REC FROM MSG-LINE.

       3500-FORMAT-CARD-PARA.
           MOVE STX-CITY      TO RPL-CITY
           MOVE STX-MONTH     TO RPL-MONTH
           MOVE '/'           TO RPL-SLASH
           MOVE STX-YEAR      TO RPL-YEAR
           IF STX-STAGE IS NUMERIC AND
              STX-STAGE > 0 AND STX-STAGE < 7
              MOVE WS-STAGE-NAME-TAB(STX-STAGE) TO RPL-STAGE
           ELSE
              MOVE '????????' TO RPL-STAGE
           END-IF
           MOVE STX-REQUESTER TO RPL-REQ
           MOVE STX-REASON    TO RPL-REASON
           MOVE 0             TO RPL-CLEARED
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPL-DATE.

      * ---------------- REJECTED CARD ---------------------------------
      * The card line as keyed, then the reject reason on the line
      * under it - nothing on the control file moved.
       3600-REJECT-PARA.
           MOVE SPACES TO RPN-LINE
           MOVE 'REJECTED' TO RPL-RESULT
           PERFORM 3500-FORMAT-CARD-PARA
           WRITE REOPEN-RPT-REC FROM RPN-LINE
           MOVE SPACES        TO MSG-LINE
           MOVE WS-REJ-REASON TO MSL-TEXT
           WRITE REOPEN-RPT-REC FROM MSG-LINE
           ADD 1 TO WS-REJ-COUNT.

       3900-SUMMARY-PARA.
           MOVE WS-CARD-COUNT TO SML-CRD
           MOVE WS-RPN-COUNT  TO SML-RPN
           MOVE WS-REJ-COUNT  TO SML-REJ
           MOVE WS-XMIT-COUNT TO SML-XMT
           WRITE REOPEN-RPT-REC FROM HDR-FILLER
           WRITE REOPEN-RPT-REC FROM SUMMARY-LINE
           WRITE REOPEN-RPT-REC FROM HDR-FILLER
           WRITE REOPEN-RPT-REC FROM TRAILER2

           DISPLAY 'STAGE REOPEN MAINTENANCE - CARDS ' WS-CARD-COUNT
              ' REOPENED ' WS-RPN-COUNT ' REJECTS ' WS-REJ-COUNT
              ' TRANSMISSION CLEARED ' WS-XMIT-COUNT.

      * ---------------- SHARED ERROR LOGGING --------------------------

       9100-LOG-ERROR-PARA.
           CALL 'ERRLOG' USING ERRLOG-PARM
           MOVE ERL-SEVERITY TO RETURN-CODE
           MOVE SPACES TO ERL-FILE-STATUS
           MOVE 0      TO ERL-SQLCODE.

       9000-TERM-PARA.
           CLOSE TXN-FILE
           CLOSE REOPEN-RPT
           GOBACK.
