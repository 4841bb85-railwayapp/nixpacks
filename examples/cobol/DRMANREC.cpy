      ******************************************************************
      *    DRMANREC.CPY
      *    DISASTER-RECOVERY BACKUP MANIFEST RECORD (DRMANFST) - ONE
      *    RECORD PER SUITE FILE, WRITTEN BY HWDRBKUP BKUP WHEN THE
      *    FILE IS UNLOADED AND CHECKED BY HWDRBKUP VRFY AFTER THE
      *    FILES ARE RESTORED. EVERY RECORD OF ONE BACKUP CARRIES THE
      *    SAME BUSINESS DATE (THE BDATECAL CURRENT-DATE RECORD) AND
      *    SYSTEM DATE AND TIME, SO THE MANIFEST PROVES ALL THE FILES
      *    CAME FROM THE SAME POINT IN TIME.
      *    THE HASH TOTAL IS THE SUM OVER ALL RECORDS OF THE FILE'S
      *    KEY (TAKEN TWO CHARACTERS AT A TIME AS A BINARY NUMBER,
      *    WEIGHTED BY POSITION) PLUS ITS AMOUNT FIELDS - SEE HWDRBKUP
      *    FOR THE KEY AND AMOUNT FIELDS OF EACH FILE. THE FIRST AND
      *    LAST KEYS ARE IN KEY ORDER FOR A KEYED FILE AND IN FILE
      *    ORDER FOR A SEQUENTIAL LOG.
      *    FILE STATE: U = UNLOADED
      *                A = ABSENT (NOT YET CREATED) AT BACKUP TIME
      *                F = COULD NOT BE OPENED - NOT BACKED UP
      ******************************************************************
       01  DR-MANIFEST-RECORD.
           03 DRM-FILE-NAME        PIC X(8).
           03 DRM-BUSINESS-DATE    PIC X(8).
           03 DRM-BACKUP-DATE      PIC X(8).
           03 DRM-BACKUP-TIME      PIC X(6).
           03 DRM-FILE-STATE       PIC X(1).
              88 DRM-FILE-UNLOADED              VALUE 'U'.
              88 DRM-FILE-ABSENT                VALUE 'A'.
              88 DRM-FILE-FAILED                VALUE 'F'.
           03 DRM-RECORD-COUNT     PIC 9(9).
           03 DRM-HASH-TOTAL       PIC 9(16)V99.
           03 DRM-FIRST-KEY        PIC X(40).
           03 DRM-LAST-KEY         PIC X(40).
