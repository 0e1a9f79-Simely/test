      *****************************************************************
      *  RPLCREC.CPY                                                  *
      *  ONE RECORD PER ITEM WITHDRAWN IN THE NIGHT'S WDRWUPD RUN -   *
      *  THE REPLACEMENT CANDIDATES READ BY RPLSEL.  TITLE, SUBAREA   *
      *  AND WITHDRAWAL DATE ARE TAKEN FROM THE FOLLOW-UP MASTER AS   *
      *  THE WITHDRAWAL IS APPLIED; THE REPLACE CODE IS CATALOGING'S  *
      *  DECISION FROM THE WITHDRAWAL TRANSACTION.  THE BATCH ID IS   *
      *  THE WDLTRAN BATCH THAT WITHDREW THE ITEM, SO RPLSEL CAN      *
      *  REFUSE TO SELECT FROM THE SAME BATCH TWICE.                  *
      *****************************************************************
       01  RPC-RECORD.
           05  RPC-CALLNO              PIC 9(04).
           05  RPC-WITHDRAWN-DATE      PIC 9(08).
           05  RPC-TITLE               PIC X(30).
           05  RPC-SUBAREA             PIC X(12).
           05  RPC-REPLACE-CODE        PIC X(01).
               88  RPC-DO-NOT-REPLACE          VALUE 'N'.
           05  RPC-WITHDRAWN-INITS     PIC X(03).
           05  RPC-BATCH-ID            PIC X(06).
