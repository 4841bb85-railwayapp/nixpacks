      *    DELETE APPLIED TO GREETVSM, CARRYING THE FULL BEFORE AND
      *    AFTER IMAGES IN THE GREETREC LAYOUT (THE BEFORE IMAGE IS
      *    SPACES ON AN ADD, THE AFTER IMAGE IS SPACES ON A DELETE).
      *    CHANGES ARE ONLY APPLIED, AND SO ONLY JOURNALED, ONCE A
      *    SECOND OPERATOR HAS APPROVED THEM OFF THE GRPENDNG PENDING
      *    FILE - BY THE HWAP SCREEN (HWAPPROV, VIA THE GRJL
      *    EXTRAPARTITION TD QUEUE ROUTED TO GREETJRN) OR BY AN
      *    HWGRAPPR APPROVAL DECK. SOURCE IS WHERE THE CHANGE WAS
      *    REQUESTED:
      *    SOURCE: HWMT = HWMAINT SCREEN TRANSACTION
      *            LOAD = HWGRLOAD BATCH LOAD
      *    READ BY THE HWJRNRPT CHANGE-HISTORY REPORT, WHICH CAN ALSO
      *    REGENERATE THE JOURNALED CHANGES AS GRTRNREC TRANSACTIONS
