      ******************************************************************
      *    FRZOVCRD.CPY
      *    EMERGENCY CHANGE-FREEZE OVERRIDE CARD, SAME 44-BYTE LENGTH
      *    AS THE SYSIN CARDS IT IS STACKED WITH. IN A HELLO-WORLD
      *    DECK IT FOLLOWS THE *RESTART CARD, IF ANY, AND PRECEDES THE
      *    JOB CARDS; IN AN HWGRLOAD LOAD OR AN HWGRAPPR APPROVAL DECK
      *    IT FOLLOWS THE PARM CARD.
      *    IT LETS THE RUN THROUGH EVERY FREEZE WINDOW (FRZREC), AND
      *    EVERY CARD OR CHANGE IT LETS THROUGH IS LOGGED TO FRZOVLOG
      *    (FRZOVREC). THE AUTHORIZING OPERATOR AND THE CHANGE
      *    REFERENCE ARE REQUIRED.
      ******************************************************************
       01  FREEZE-OVERRIDE-CARD.
           03 FOC-CARD-ID          PIC X(8).
              88 FOC-IS-OVERRIDE-CARD           VALUE '*OVERRID'.
           03 FOC-OPERATOR-ID      PIC X(8).
           03 FOC-CHANGE-REF       PIC X(12).
           03 FOC-REASON           PIC X(16).
