      *****************************************************************
      *  BATREC.CPY                                                   *
      *  ONE RECORD PER DESK-KEYED BATCH APPLIED, IN THE KEYED BATCH  *
      *  REGISTER (VSAM KSDS, KEY = TRANSACTION FILE DDNAME PLUS      *
      *  BATCH ID).  POSTED THROUGH BATCTL ONCE A BALANCED BATCH HAS  *
      *  BEEN APPLIED, AND CHECKED BEFORE THE NEXT ONE IS, SO A DECK  *
      *  LOADED TWICE IS REJECTED AS A DUPLICATE SUBMISSION.          *
      *****************************************************************
       01  BAT-RECORD.
           05  BAT-KEY.
               10  BAT-FILE-ID         PIC X(08).
               10  BAT-BATCH-ID        PIC X(06).
           05  BAT-JOB-ID              PIC X(08).
           05  BAT-APPLIED-DATE        PIC 9(08).
           05  BAT-APPLIED-TIME        PIC 9(08).
           05  BAT-REC-COUNT           PIC 9(03).
           05  BAT-HASH-TOTAL          PIC 9(05).
