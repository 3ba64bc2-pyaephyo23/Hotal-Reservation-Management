       01  INSPECT-RECORD.
           05  IN-ID               PIC 9(5).
           05  IN-ROOM-ID          PIC X(5).
           05  IN-ROOM-TYPE        PIC X(10).
           05  IN-PROPERTY         PIC X(4).
           05  IN-DATE             PIC 9(8).
           05  IN-TIME             PIC 9(6).
           05  IN-ATTENDANT        PIC X(5).
           05  IN-INSPECTOR        PIC X(5).
           05  IN-RESULT           PIC X(4).
           05  IN-DEFECT-POINTS    PIC 9(3).
           05  IN-FAIL-COUNT       PIC 9(2).
           05  IN-WO-ID            PIC 9(5).
           05  IN-ITEM-COUNT       PIC 9(2).
           05  IN-ITEMS OCCURS 12 TIMES.
               10  IN-ITEM-NO      PIC 9(2).
               10  IN-ITEM-DESC    PIC X(20).
               10  IN-ITEM-CATEGORY PIC X(10).
               10  IN-ITEM-RESULT  PIC X.
               10  IN-ITEM-POINTS  PIC 9(2).
