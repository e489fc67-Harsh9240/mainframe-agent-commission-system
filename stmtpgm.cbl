
      * ---------------- PAID-COMMISSION HISTORY FILE ------------------
      * The keyed VSAM dataset every COMMPGM run books into - one
      * record per payment ('P'), adjustment ('A'), manager override
      * ('O') or quarterly production bonus ('B', booked by BONUSPGM),
      * keyed on agent + applicant + period + type,
      * amounts signed.  Read here in key sequence, so each agent's
      * records arrive contiguous; only the statement year's records
      * are released to the sort.
               15 WMB-LOAN-COUNT PIC 9(05).
               15 WMB-COMM       PIC S9(11)V9(02) COMP-3.
               15 WMB-ADJ        PIC S9(11)V9(02) COMP-3.
               15 WMB-BONUS      PIC S9(11)V9(02) COMP-3.

         05 WS-MON-SUB          PIC 9(02) VALUE 0.
         05 WS-YTD-LOANS        PIC 9(07) VALUE 0.
         05 WS-YTD-COMM         PIC S9(11)V9(02) VALUE 0.
         05 WS-YTD-ADJ          PIC S9(11)V9(02) VALUE 0.
         05 WS-YTD-BONUS        PIC S9(11)V9(02) VALUE 0.
         05 WS-YTD-NET          PIC S9(11)V9(02) VALUE 0.
         05 WS-MONTH-NET        PIC S9(11)V9(02) VALUE 0.

            10 SCH-SP3    PIC X(01).
            10 SCH-ADJ    PIC X(15) VALUE '    ADJUSTMENTS'.
            10 SCH-SP4    PIC X(01).
            10 SCH-BONUS  PIC X(15) VALUE '          BONUS'.
            10 SCH-SP5    PIC X(01).
            10 SCH-NET    PIC X(15) VALUE '            NET'.
            10 SCH-SP6    PIC X(01).

         05 STMT-MONTH-LINE.
            10 SML-MONTH  PIC X(09).
            10 SML-SP3    PIC X(01).
            10 SML-ADJ    PIC -ZZZ,ZZZ,ZZ9.99.
            10 SML-SP4    PIC X(01).
            10 SML-BONUS  PIC -ZZZ,ZZZ,ZZ9.99.
            10 SML-SP5    PIC X(01).
            10 SML-NET    PIC -ZZZ,ZZZ,ZZ9.99.
            10 SML-SP6    PIC X(01).

         05 YTD-LINE.
            10 YTL-LABEL  PIC X(09) VALUE 'YTD TOTAL'.
            10 YTL-SP3    PIC X(01).
            10 YTL-ADJ    PIC -ZZZ,ZZZ,ZZ9.99.
            10 YTL-SP4    PIC X(01).
            10 YTL-BONUS  PIC -ZZZ,ZZZ,ZZ9.99.
            10 YTL-SP5    PIC X(01).
            10 YTL-NET    PIC -ZZZ,ZZZ,ZZ9.99.
            10 YTL-SP6    PIC X(01).

      * Closing line on the mailed year-end statement only.
         05 ANNUAL-FOOT-LINE.

      * Manager override rows ('O') are commission income but not
      * loans of the agent's own, so they swell the COMMISSION column
      * without touching the loan count.  A quarterly bonus ('B') has
      * its own column, in the quarter's last month.
           IF SRT-MONTH >= 1 AND SRT-MONTH <= 12
              MOVE SRT-MONTH TO WS-MON-SUB
              EVALUATE SRT-REC-TYPE
                  ADD SRT-COMMISSION TO WMB-ADJ(WS-MON-SUB)
                WHEN 'O'
                  ADD SRT-COMMISSION TO WMB-COMM(WS-MON-SUB)
                WHEN 'B'
                  ADD SRT-COMMISSION TO WMB-BONUS(WS-MON-SUB)
                WHEN OTHER
                  ADD SRT-COMMISSION TO WMB-COMM(WS-MON-SUB)
                  ADD 1 TO WMB-LOAN-COUNT(WS-MON-SUB)
              MOVE 0 TO WMB-LOAN-COUNT(WS-MON-IDX)
              MOVE 0 TO WMB-COMM(WS-MON-IDX)
              MOVE 0 TO WMB-ADJ(WS-MON-IDX)
              MOVE 0 TO WMB-BONUS(WS-MON-IDX)
           END-PERFORM.

      * ---------------- ONE AGENT'S STATEMENT PAGE --------------------
       3300-PRINT-STATEMENT-PARA.
           PERFORM 3310-PAGE-HEADER-PARA

           MOVE 0 TO WS-YTD-LOANS WS-YTD-COMM WS-YTD-ADJ WS-YTD-BONUS
                     WS-YTD-NET
           PERFORM 3320-MONTH-LINE-PARA
              VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12
           MOVE WS-YTD-LOANS TO YTL-LOANS
           MOVE WS-YTD-COMM  TO YTL-COMM
           MOVE WS-YTD-ADJ   TO YTL-ADJ
           MOVE WS-YTD-BONUS TO YTL-BONUS
           COMPUTE WS-YTD-NET = WS-YTD-COMM + WS-YTD-ADJ + WS-YTD-BONUS
           MOVE WS-YTD-NET   TO YTL-NET
           WRITE STMT-REC FROM HDR-FILLER
           WRITE STMT-REC FROM YTD-LINE
           ADD WMB-LOAN-COUNT(WS-MON-SUB) TO WS-YTD-LOANS
           ADD WMB-COMM(WS-MON-SUB)       TO WS-YTD-COMM
           ADD WMB-ADJ(WS-MON-SUB)        TO WS-YTD-ADJ
           ADD WMB-BONUS(WS-MON-SUB)      TO WS-YTD-BONUS

           IF WS-ANNUAL-RUN
              OR WMB-LOAN-COUNT(WS-MON-SUB) > 0
              OR WMB-COMM(WS-MON-SUB) NOT = 0
              OR WMB-ADJ(WS-MON-SUB) NOT = 0
              OR WMB-BONUS(WS-MON-SUB) NOT = 0
              MOVE WS-MONTH-NAME-TAB(WS-MON-SUB) TO SML-MONTH
              MOVE WMB-LOAN-COUNT(WS-MON-SUB) TO SML-LOANS
              MOVE WMB-COMM(WS-MON-SUB)       TO SML-COMM
              MOVE WMB-ADJ(WS-MON-SUB)        TO SML-ADJ
              MOVE WMB-BONUS(WS-MON-SUB)      TO SML-BONUS
              COMPUTE WS-MONTH-NET =
                 WMB-COMM(WS-MON-SUB) + WMB-ADJ(WS-MON-SUB)
                 + WMB-BONUS(WS-MON-SUB)
              MOVE WS-MONTH-NET               TO SML-NET
              WRITE STMT-REC FROM STMT-MONTH-LINE
           END-IF.
