      ******************************************************************
      *    NTFYREC.CPY
      *    NOTIFICATION INTERFACE RECORD WRITTEN BY HWALRTRT TO THE
      *    SEQUENTIAL NOTIFY FILE FOR THE MAIL/PAGING GATEWAY - ONE
      *    RECORD PER ALERT ROUTED, CARRYING THE CONTACT AND ADDRESS
      *    TO NOTIFY FOLLOWED BY THE OPERALRT ALERT ITSELF.
      *    CONTACT ROLE: P = PRIMARY ON-CALL FOR THE OWNING AREA
      *                  B = BACKUP ON-CALL (ESCALATED ALERT)
      *                  D = DEFAULT OPERATIONS CONTACT (*DEFAULT)
      ******************************************************************
       01  NOTIFICATION-RECORD.
           03 NTF-CREATED-DATE      PIC X(8).
           03 NTF-CREATED-TIME      PIC X(6).
           03 NTF-CONTACT-ROLE      PIC X(1).
           03 NTF-CONTACT           PIC X(10).
           03 NTF-NOTIFY-ADDRESS    PIC X(32).
           03 NTF-OWNING-AREA       PIC X(8).
           03 NTF-ALERT-DATE        PIC X(8).
           03 NTF-ALERT-TIME        PIC X(6).
           03 NTF-REASON-CODE       PIC 9(4).
           03 NTF-SEVERITY          PIC X(1).
           03 NTF-JOB-NAME          PIC X(8).
           03 NTF-PROGRAM-NAME      PIC X(11).
           03 NTF-FIELD-VALUE       PIC X(30).
