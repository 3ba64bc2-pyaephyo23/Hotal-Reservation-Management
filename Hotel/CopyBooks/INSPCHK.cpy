       01  INSPCHK-RECORD.
           05  IC-KEY.
               10  IC-ROOM-TYPE    PIC X(10).
               10  IC-ITEM-NO      PIC 9(2).
           05  IC-ITEM-DESC        PIC X(20).
           05  IC-CATEGORY         PIC X(10).
           05  IC-DEFECT-POINTS    PIC 9(2).
           05  IC-OPENS-WO         PIC X.
