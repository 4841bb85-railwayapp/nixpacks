      ******************************************************************
      *    RTLOGREC.CPY
      *    ALERT ROUTING LOG RECORD ON THE KEYED ROUTLOG FILE - ONE
      *    RECORD PER OPERALRT ALERT HWALRTRT HAS ROUTED, KEYED LIKE
      *    ALRTSTAT BY THE ALERT'S DATE, TIME, REASON CODE AND JOB
      *    NAME, SO EACH ALERT IS ROUTED ONCE. RECORDS WHO WAS
      *    NOTIFIED OF WHAT AND WHEN, AND FEEDS THE DAILY ROUTING LOG.
      *    CONTACT ROLE: P = PRIMARY, B = BACKUP (ESCALATED ALERT),
      *                  D = DEFAULT OPERATIONS CONTACT,
      *                  U = UNROUTED - NO ROSTER ENTRY FOR THE AREA
      *                      OR *DEFAULT AT THE ALERT TIME, NOBODY
      *                      WAS NOTIFIED
      ******************************************************************
       01  ROUTING-LOG-RECORD.
           03 RTL-KEY.
              05 RTL-ALERT-DATE     PIC X(8).
              05 RTL-ALERT-TIME     PIC X(6).
              05 RTL-REASON-CODE    PIC 9(4).
              05 RTL-JOB-NAME       PIC X(8).
           03 RTL-SEVERITY          PIC X(1).
           03 RTL-OWNING-AREA       PIC X(8).
           03 RTL-SHIFT-ID          PIC X(1).
           03 RTL-CONTACT-ROLE      PIC X(1).
              88 RTL-IS-UNROUTED                VALUE 'U'.
           03 RTL-CONTACT           PIC X(10).
           03 RTL-NOTIFY-ADDRESS    PIC X(32).
           03 RTL-ROUTE-NOTE        PIC X(20).
           03 RTL-ROUTED-DATE       PIC X(8).
           03 RTL-ROUTED-TIME       PIC X(6).
