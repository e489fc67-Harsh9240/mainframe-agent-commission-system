      * ---------------- MONTHLY LOAN STAGING FILE RECORD --------------
      * Written once a month by UNLDPGM - every approved loan for the
      * month, all cities, in one pass of APPLICANT_DB/LOAN_DB - and
      * read by REPPGM and COMMPGM in place of their own cursors, so
      * both price and report the same snapshot of the data.  96-byte
      * records, each tagged in LNS-REC-TYPE:
      *   H  header   - period and the snapshot id (unload timestamp)
      *   D  detail   - one approved loan, sorted city/agent/applicant
      *   C  city     - DB2's own COUNT/SUM for one city, taken apart
      *                 from the unload cursor; the reconciliation
      *                 figure REPPGM used to select for itself
      *   T  trailer  - count and amount hash of every D record
      * LOAN-STG-REC is read INTO LNSTG-REC; the H/C/T views below
      * redefine the same bytes.
       01 LNSTG-REC.
          05 LNS-REC-TYPE        PIC X(01).
             88 LNS-HEADER           VALUE 'H'.
             88 LNS-DETAIL           VALUE 'D'.
             88 LNS-CITY-CTL         VALUE 'C'.
             88 LNS-TRAILER          VALUE 'T'.
          05 LNS-SP1             PIC X(01).
          05 LNS-CITY            PIC X(10).
          05 LNS-SP2             PIC X(01).
          05 LNS-AGENT-ID        PIC X(08).
          05 LNS-SP3             PIC X(01).
          05 LNS-APPLICANT-ID    PIC X(10).
          05 LNS-SP4             PIC X(01).
          05 LNS-APPLICANT-NAME  PIC X(22).
          05 LNS-SP5             PIC X(01).
          05 LNS-STATE           PIC X(10).
          05 LNS-SP6             PIC X(01).
          05 LNS-LOAN-AMOUNT     PIC S9(09)V9(02).
          05 LNS-SP7             PIC X(01).
          05 LNS-APPROVAL-DATE   PIC X(10).
          05 LNS-FILLER          PIC X(07).

       01 LNSTG-HDR REDEFINES LNSTG-REC.
          05 LNH-REC-TYPE        PIC X(01).
          05 LNH-SP1             PIC X(01).
          05 LNH-SYSTEM          PIC X(08).
          05 LNH-SP2             PIC X(01).
          05 LNH-MONTH           PIC 9(02).
          05 LNH-SP3             PIC X(01).
          05 LNH-YEAR            PIC 9(04).
          05 LNH-SP4             PIC X(01).
          05 LNH-SNAPSHOT        PIC X(14).
          05 LNH-FILLER          PIC X(63).

       01 LNSTG-CTL REDEFINES LNSTG-REC.
          05 LNC-REC-TYPE        PIC X(01).
          05 LNC-SP1             PIC X(01).
          05 LNC-CITY            PIC X(10).
          05 LNC-SP2             PIC X(01).
          05 LNC-COUNT           PIC 9(09).
          05 LNC-SP3             PIC X(01).
          05 LNC-AMOUNT          PIC S9(13)V9(02).
          05 LNC-FILLER          PIC X(58).

       01 LNSTG-TRL REDEFINES LNSTG-REC.
          05 LNT-REC-TYPE        PIC X(01).
          05 LNT-SP1             PIC X(01).
          05 LNT-COUNT           PIC 9(09).
          05 LNT-SP2             PIC X(01).
          05 LNT-HASH            PIC S9(13)V9(02).
          05 LNT-FILLER          PIC X(69).
