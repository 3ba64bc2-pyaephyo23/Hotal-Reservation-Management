       01  PM-SCHEDULE-RECORD.
           05  PS-KEY.
               10  PS-TASK-CODE    PIC X(8).
               10  PS-ROOM-ID      PIC X(5).
           05  PS-NEXT-DUE         PIC 9(8).
           05  PS-LAST-DONE        PIC 9(8).
           05  PS-OPEN-WO          PIC 9(5).
