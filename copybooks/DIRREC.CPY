      *****************************************************************
      *  DIRREC.CPY                                                   *
      *  ONE ENTRY IN THE CALL-NUMBER LIST READ BY HELLO-WORLD IN     *
      *  DIRECTED MODE - HIGH-THEFT TITLES, A FULL INVENTORY OF ONE   *
      *  SMALL SUBAREA, OR EVERY ITEM ONE PATRON HAS BORROWED.  THE   *
      *  LIST IS KEYED BY THE AUDIT DESK; EACH ENTRY IS RESOLVED      *
      *  AGAINST THE CATALOG LIKE A RANDOM DRAW, AND ONE THAT CANNOT  *
      *  BE RESOLVED GOES TO THE DIRECTED-LIST EXCEPTIONS REPORT      *
      *  WITH THE DESK'S NOTE ECHOED BESIDE IT.                       *
      *****************************************************************
       01  DIR-RECORD.
           05  DIR-CALLNO-X            PIC X(04).
           05  DIR-CALLNO REDEFINES DIR-CALLNO-X
                                       PIC 9(04).
           05  FILLER                  PIC X(01).
      *        WHY THE ITEM IS ON THE LIST - FREE TEXT FOR THE DESK.
           05  DIR-NOTE                PIC X(20).
           05  FILLER                  PIC X(55).
