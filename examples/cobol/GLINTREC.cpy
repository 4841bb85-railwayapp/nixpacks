      ******************************************************************
      *    GLINTREC.CPY
      *    GENERAL-LEDGER JOURNAL INTERFACE RECORD WRITTEN BY HWCHGBK
      *    TO GLINTFC FOR THE MONTH-END CHARGEBACK. FIXED 80-BYTE
      *    RECORDS, ONE HEADER, THE DETAIL LINES, ONE TRAILER:
      *      H - HEADER: SOURCE SYSTEM, PERIOD, DATE/TIME CREATED
      *      D - DETAIL: ONE DEBIT PER OWNING AREA'S COST CENTRE ON
      *          THE CHARGEBACK EXPENSE ACCOUNT, THEN ONE CREDIT OF
      *          THE TOTAL TO THE RECOVERY ACCOUNT
      *      T - TRAILER: DETAIL RECORD COUNT, TOTAL DEBITS, TOTAL
      *          CREDITS (EQUAL WHEN THE JOURNAL BALANCES) AND A HASH
      *          TOTAL OF THE RUN COUNTS ON THE DEBIT LINES
      *    AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; THE SIGN IS
      *    CARRIED BY THE D/C INDICATOR.
      ******************************************************************
       01  GL-INTERFACE-RECORD.
           03 GLI-RECORD-TYPE       PIC X(1).
              88 GLI-IS-HEADER                   VALUE 'H'.
              88 GLI-IS-DETAIL                   VALUE 'D'.
              88 GLI-IS-TRAILER                  VALUE 'T'.
           03 GLI-SOURCE-SYSTEM     PIC X(8).
           03 GLI-PERIOD            PIC X(6).
           03 GLI-BODY              PIC X(65).
           03 GLI-HEADER-BODY REDEFINES GLI-BODY.
              05 GLI-CREATED-DATE   PIC X(8).
              05 GLI-CREATED-TIME   PIC X(6).
              05 FILLER             PIC X(51).
           03 GLI-DETAIL-BODY REDEFINES GLI-BODY.
              05 GLI-ACCOUNT        PIC X(8).
              05 GLI-COST-CENTRE    PIC X(8).
              05 GLI-DEBIT-CREDIT   PIC X(1).
                 88 GLI-IS-DEBIT                 VALUE 'D'.
                 88 GLI-IS-CREDIT                VALUE 'C'.
              05 GLI-AMOUNT         PIC 9(9)V99.
              05 GLI-RUN-COUNT      PIC 9(7).
              05 GLI-DESCRIPTION    PIC X(30).
           03 GLI-TRAILER-BODY REDEFINES GLI-BODY.
              05 GLI-DETAIL-COUNT   PIC 9(7).
              05 GLI-TOTAL-DEBITS   PIC 9(11)V99.
              05 GLI-TOTAL-CREDITS  PIC 9(11)V99.
              05 GLI-HASH-RUN-COUNT PIC 9(9).
              05 FILLER             PIC X(23).
