      ******************************************************************
      *    CNTRREC.CPY
      *    RUNNING-TOTALS RECORD FOR THE HELLO-WORLD EXECUTION COUNTER
      *    FILE. THE FILE IS KEYED ON ENVIRONMENT CODE WITH ONE RECORD
      *    PER ENVIRONMENT THAT HAS EVER RUN (SEE ENVMASTR, ENVREC) AND
      *    ONE SUITE-TOTAL RECORD KEYED *ALL HOLDING THE TOTAL OF ALL
      *    EXECUTIONS. A RECORD IS ADDED THE FIRST TIME AN ENVIRONMENT
      *    RUNS, SO THE FILE TAKES ANY NUMBER OF ENVIRONMENTS.
      ******************************************************************
       01  COUNTER-RECORD.
           03 CNTR-ENV-CODE             PIC X(4).
              88 CNTR-IS-SUITE-TOTAL            VALUE '*ALL'.
           03 CNTR-EXEC-COUNT           PIC 9(9).
           03 CNTR-LAST-RUN-DATE        PIC X(8).
           03 CNTR-LAST-RUN-TIME        PIC X(6).
