      * The keyed dataset COMMPGM books into, read in key sequence -
      * each agent's records arrive contiguous, so the per-agent net
      * accumulates on a simple control break.  CHS-COMMISSION is
      * signed, so payments, adjustments, overrides and quarterly
      * bonuses net the same way the statement run nets its YTD
      * figure; the bonus part is also kept apart for its own field.
       FD COMM-HIST
           RECORD CONTAINS 80 CHARACTERS.
       01 COMM-HIST-REC.

      * ---------------- TAX-FORM EXTRACT ------------------------------
      * Fixed layout for the tax-form print vendor - one record per
      * reportable agent.  TXE-AMOUNT is the agent's whole reportable
      * earnings; TXE-BONUS is the part of it paid as quarterly
      * production bonus, printed as its own line on the form.
       FD TAX-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
          05 TXE-YEAR          PIC 9(04).
          05 TXE-SP6           PIC X(01).
          05 TXE-AMOUNT        PIC S9(11)V9(02).
          05 TXE-SP7           PIC X(01).
          05 TXE-BONUS         PIC S9(11)V9(02).

      * ---------------- CONTROL REPORT --------------------------------
       FD CTL-RPT
         05 WS-FIRST-ROW-SW  PIC X(01) VALUE 'Y'.
            88 WS-FIRST-ROW VALUE 'Y'.
         05 WS-AGENT-NET     PIC S9(11)V9(02) VALUE 0.
         05 WS-AGENT-BONUS   PIC S9(11)V9(02) VALUE 0.

      * ---------------- CONTROL TOTALS --------------------------------

         05 WS-REPORT-COUNT  PIC 9(07) VALUE 0.
         05 WS-REPORT-TOTAL  PIC S9(13)V9(02) VALUE 0.
         05 WS-REPORT-BONUS  PIC S9(13)V9(02) VALUE 0.
         05 WS-BELOW-COUNT   PIC 9(07) VALUE 0.
         05 WS-EXCP-COUNT    PIC 9(07) VALUE 0.

            10 RPL-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZ9.99.
            10 RPL-SP1     PIC X(20).

         05 BONUS-LINE.
            10 BNL-LABEL   PIC X(18) VALUE SPACES.
            10 BNL-SP1     PIC X(07).
            10 BNL-AMT-LBL PIC X(18) VALUE ' OF WHICH BONUS : '.
            10 BNL-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZ9.99.
            10 BNL-SP2     PIC X(19).

         05 BELOW-LINE.
            10 BLL-LABEL   PIC X(18) VALUE 'BELOW THRESHOLD : '.
            10 BLL-COUNT   PIC ZZZ,ZZ9.
              MOVE CHS-AGENT-ID TO WS-PREV-AGENT
              MOVE 'N' TO WS-FIRST-ROW-SW
              MOVE 0 TO WS-AGENT-NET
              MOVE 0 TO WS-AGENT-BONUS
           END-IF

           ADD CHS-COMMISSION TO WS-AGENT-NET
           IF CHS-REC-TYPE = 'B'
              ADD CHS-COMMISSION TO WS-AGENT-BONUS
           END-IF.

      * ---------------- SETTLE ONE AGENT ------------------------------
      * At or above the threshold the agent goes on the extract with
           MOVE WAE-ACCOUNT(WS-AGENT-MATCH-IDX) TO TXE-ACCOUNT
           MOVE WS-TAX-YEAR    TO TXE-YEAR
           MOVE WS-AGENT-NET   TO TXE-AMOUNT
           MOVE WS-AGENT-BONUS TO TXE-BONUS
           WRITE TAX-EXTRACT-REC
           ADD 1 TO WS-REPORT-COUNT
           ADD WS-AGENT-NET TO WS-REPORT-TOTAL
           ADD WS-AGENT-BONUS TO WS-REPORT-BONUS.

       3350-WRITE-EXCEPTION-PARA.
           MOVE SPACES        TO EXL-SP1 EXL-SP2 EXL-SP3
           MOVE WS-REPORT-COUNT TO RPL-COUNT
           MOVE WS-REPORT-TOTAL TO RPL-AMOUNT
           WRITE CTL-RPT-REC FROM REPORTED-LINE
           MOVE WS-REPORT-BONUS TO BNL-AMOUNT
           WRITE CTL-RPT-REC FROM BONUS-LINE
           MOVE WS-BELOW-COUNT TO BLL-COUNT
           WRITE CTL-RPT-REC FROM BELOW-LINE
           MOVE WS-EXCP-COUNT TO ECL-COUNT
