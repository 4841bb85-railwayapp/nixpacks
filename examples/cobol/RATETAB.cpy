      ******************************************************************
      *    RATETAB.CPY
      *    GL ACCOUNTS FOR THE HWCHGBK MONTH-END CHARGEBACK JOURNAL.
      *    EACH OWNING AREA'S COST CENTRE IS DEBITED ON THE EXPENSE
      *    ACCOUNT AND THE TOTAL IS CREDITED TO THE DATA CENTRE
      *    RECOVERY ACCOUNT AND COST CENTRE. THE PER-RUN RATES BY
      *    ENVIRONMENT ARE HELD ON THE ENVIRONMENT MASTER (ENVMASTR,
      *    ENVREC) SO A NEW ENVIRONMENT IS PRICED WHEN IT IS SET UP.
      ******************************************************************
       01  CHRT-GL-ACCOUNTS.
           03 CHRT-EXPENSE-ACCOUNT  PIC X(8)  VALUE '61450000'.
           03 CHRT-RECOVERY-ACCOUNT PIC X(8)  VALUE '49120000'.
           03 CHRT-RECOVERY-CENTRE  PIC X(8)  VALUE 'DCOPS   '.
