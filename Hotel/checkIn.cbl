               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ID
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO '../DATA/HOUSEPOL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO '../DATA/WAIVERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIVER-ID
               FILE STATUS IS WS-WV-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT COUNTRIES-FILE ASSIGN TO '../DATA/COUNTRIES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODE
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT LUGGAGE-FILE ASSIGN TO '../DATA/LUGGAGE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-ID
               FILE STATUS IS WS-LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROOMS-FILE.
       FD  PREREG-FILE.
       COPY "./CopyBooks/PREREG.cpy".

       FD  POLICY-FILE.
       COPY "./CopyBooks/HOUSEPOL.cpy".

       FD  WAIVER-FILE.
       COPY "./CopyBooks/WAIVERS.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       FD  COUNTRIES-FILE.
       COPY "./CopyBooks/COUNTRIES.cpy".

       FD  LUGGAGE-FILE.
       COPY "./CopyBooks/LUGGAGE.cpy".

       WORKING-STORAGE SECTION.
       *> Card pre-authorization taken with the registration card
       01 WS-PA-FILE-STATUS  PIC 99.
       01 WS-OPERATOR-ID     PIC X(5) VALUE SPACES.
       01 WS-OPERATOR-ROLE   PIC X(10) VALUE SPACES.

       *> Nationality and residence are keyed as codes from the
       *> country table the tourism return is counted by
       01 WS-CC-FILE-STATUS  PIC 99.
           88 CC-FILE-OK     VALUE 00.
           88 CC-FILE-ERROR  VALUE 01 THRU 99.
       01 WS-COUNTRY-INPUT   PIC X(3).
       01 WS-COUNTRY-CODE    PIC X(3).
       01 WS-COUNTRY-OK      PIC X.

       *> Bags the arriving guest left at the bell desk
       01 WS-LG-FILE-STATUS  PIC 99.
           88 LG-FILE-OK     VALUE 00.
           88 LG-FILE-ERROR  VALUE 01 THRU 99.
       01 WS-LG-EOF          PIC X.
       01 WS-LG-COUNT        PIC 9(3) VALUE 0.

       *> Upgrade recovery when the booked room is unusable at
       *> check-in time
       01 WS-RT-FILE-STATUS          PIC 99.
       01 WS-NEXT-UPSELL-ID          PIC 9(5).
       01 WS-UPSELL-KIND             PIC X(8).
       01 WS-SEED-UP-EOF             PIC X VALUE 'N'.

       *> House policy: standard check-in time and the early check-in
       *> fee ladder (arrival before a time costs a percentage of a
       *> night), with every waiver logged against an operator
       01 WS-POL-FILE-STATUS         PIC 99.
           88 POL-FILE-OK            VALUE 00.
           88 POL-FILE-ERROR         VALUE 01 THRU 99.
       01 WS-WV-FILE-STATUS          PIC 99.
           88 WV-FILE-OK             VALUE 00.
           88 WV-FILE-ERROR          VALUE 01 THRU 99.
       01 WS-POL-EOF                 PIC X VALUE 'N'.
       01 WS-STD-CHECKIN-TIME        PIC 9(4) VALUE 1400.
       01 WS-ECI-COUNT               PIC 9(2) VALUE 0.
       01 WS-ECI-IDX                 PIC 9(2) VALUE 0.
       01 WS-ECI-TABLE.
           05 WS-ECI-ENTRY OCCURS 5 TIMES.
               10 WS-ECI-BEFORE      PIC 9(4).
               10 WS-ECI-PCT         PIC 9(3).
       01 WS-ARRIVAL-HHMM            PIC 9(4) VALUE 0.
       01 WS-EARLY-PCT               PIC 9(3) VALUE 0.
       01 WS-EARLY-BASE-RATE         PIC 9(9) VALUE 0.
       01 WS-EARLY-ROOM-ID           PIC X(5).
       01 WS-EARLY-FLAG              PIC X VALUE 'N'.
       01 WS-EARLY-FEE               PIC 9(7) VALUE 0.
       01 WS-WAIVE-CHOICE            PIC X VALUE 'N'.
       01 WS-WAIVE-OPERATOR          PIC X(5).
       01 WS-WAIVE-REASON            PIC X(30).
       01 WS-NEXT-WAIVER-ID          PIC 9(5).
       01 WS-SEED-WV-EOF             PIC X VALUE 'N'.
       01 WS-QT-FILE-STATUS          PIC 99.
           88 QT-FILE-OK             VALUE 00.
           88 QT-FILE-ERROR          VALUE 01 THRU 99.
       01 WS-NEXT-AUDIT-ID           PIC 9(5).
       01 WS-AUDIT-TIMESTAMP         PIC X(14).
       01 WS-AUDIT-OLD-STATUS        PIC X(10).

       *> Party that arrived against the party that was booked -
       *> a guest under the child age counts as a child
       01 WS-CHILD-AGE-LIMIT         PIC 9(3) VALUE 12.
       01 WS-ARRIVED-ADULTS          PIC 9(2) VALUE 0.
       01 WS-ARRIVED-CHILDREN        PIC 9(2) VALUE 0.
       01 WS-OCC-BASE                PIC 9(2) VALUE 0.
       01 WS-OCC-FREE-SLOTS          PIC 9(2) VALUE 0.
       01 WS-XADULT-CHG              PIC 9(7) VALUE 0.
       01 WS-XCHILD-CHG              PIC 9(7) VALUE 0.
       01 WS-EXTRA-ADULTS            PIC 9(2) VALUE 0.
       01 WS-EXTRA-CHILDREN          PIC 9(2) VALUE 0.
       01 WS-NEW-XPERSON-RATE        PIC 9(7) VALUE 0.
       01 WS-OCC-CHOICE              PIC 9 VALUE 0.
       01 WS-OCC-AUDIT-TEXT          PIC X(10).
       01 WS-AUDIT-NEW-STATUS        PIC X(10).
       *> Navigation and control variables
       01 WS-CHOICE                  PIC 9.
       01 WS-CONFIRM-INFO            PIC X.
       01 WS-EOF                     PIC X VALUE 'N'.
       01 WS-UPDATE-CHOICE           PIC X.
       *> Share-with booking: the partner already in the room
       01 WS-SHARER-IN-HOUSE         PIC X VALUE 'N'.
       01 WS-SHARE-EOF               PIC X VALUE 'N'.

       *> Booking information
       01 WS-CUSTOMER-PHONE          PIC X(15).
               10 WS-GUEST-NRC-T     PIC X(25).
               10 WS-GUEST-DOB-T     PIC 9(8).
               10 WS-GUEST-ANNIV-T   PIC 9(8).
               10 WS-GUEST-NATION-T  PIC X(3).
               10 WS-GUEST-RESID-T   PIC X(3).
               10 WS-GUEST-ADDR-T    PIC X(40).
               10 WS-GUEST-MKT-T     PIC X(3).
               10 WS-GUEST-ASSIST-T  PIC X(3).
               10 WS-GUEST-CHOICE    PIC X.
               10 WS-GUEST-CUST-ID   PIC 9(5).

           05 WS-GUEST-NRC           PIC X(25).
           05 WS-GUEST-DOB           PIC 9(8).
           05 WS-GUEST-ANNIV         PIC 9(8).
           05 WS-GUEST-NATION        PIC X(3).
           05 WS-GUEST-RESID         PIC X(3).
           05 WS-GUEST-ADDR          PIC X(40).
           05 WS-GUEST-MKT           PIC X(3).
       01 WS-MKT-ANSWER              PIC X.
       01 WS-ASSIST-ANSWER           PIC X.
       01 WS-EXISTING-NATION         PIC X(3).
       01 WS-EXISTING-RESID          PIC X(3).
       01 WS-EXISTING-ADDR           PIC X(40).
       01 WS-DOB-INPUT               PIC 9(8).
       01 WS-ANNIV-INPUT             PIC 9(8).

       01 CLEAR-SCREEN       PIC X(4) VALUE X"1B5B324A".
       01 WS-DUMMY-INPUT     PIC X.

       *> NRC, phone and email are masked unless a Manager or
       *> Supervisor is signed on
       COPY "./CopyBooks/PIIMASK.cpy".

       *> Guest has asked us not to confirm the stay
       COPY "./CopyBooks/PRIVAREA.cpy".
       01 WS-PRIVACY-CHOICE          PIC X.

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE SPACES TO PII-MASK-AREA
           DISPLAY CLEAR-SCREEN
           DISPLAY BLUE-COLOR
           DISPLAY "==================================================="
           DISPLAY "  Check-in Date:    "
           WS-DATE-DISPLAY(1:4) "/"
           WS-DATE-DISPLAY(5:2) "/" WS-DATE-DISPLAY(7:2)
           IF ADULTS-BK IS NUMERIC AND ADULTS-BK > 0
               DISPLAY "  Booked For:       " ADULTS-BK " adult(s), "
                       CHILDREN-BK " child(ren)"
           END-IF
           DISPLAY "                                                   "
           DISPLAY "==================================================="
           "============================".
           "============================"
           RESET-COLOR
           DISPLAY "                                                   "
           PERFORM SHOW-STORED-LUGGAGE
           DISPLAY "Proceed with check-in? (Y/N): "
           ACCEPT WS-CONFIRMATION

               CLOSE BOOKING-FILE
           END-IF.

       *> Bags stored at the bell desk against this booking before
       *> the room was ready - the porter takes them up.
       SHOW-STORED-LUGGAGE.
           MOVE 0 TO WS-LG-COUNT
           OPEN INPUT LUGGAGE-FILE
           IF LG-FILE-ERROR
               CLOSE LUGGAGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LG-EOF
           PERFORM UNTIL WS-LG-EOF = 'Y'
               READ LUGGAGE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-LG-EOF
                   NOT AT END
                       IF LG-BOOKING-ID = BOOKING-ID
                          AND FUNCTION TRIM(LG-STATUS) = 'Stored'
                           ADD 1 TO WS-LG-COUNT
                           IF WS-LG-COUNT = 1
                               DISPLAY CYAN-COLOR
                                   "*** BAGS AT THE BELL DESK ***"
                                   RESET-COLOR
                           END-IF
                           DISPLAY "  Tag " LG-TAG-NO "  " LG-PIECES
                                   " piece(s)  at "
                                   FUNCTION TRIM(LG-LOCATION)
                                   "  since " LG-STORED-DATE " "
                                   LG-STORED-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LUGGAGE-FILE
           IF WS-LG-COUNT > 0
               DISPLAY "Release them in the luggage register when "
                       "taken to the room."
               DISPLAY " "
           END-IF.

       DETERMINE-CUSTOMER-COUNT.
           DISPLAY CLEAR-SCREEN
           DISPLAY CYAN-COLOR
               DISPLAY "                                               "


               MOVE SPACES TO WS-GUEST-NATION-T(WS-GUEST-IDX)
               MOVE SPACES TO WS-GUEST-RESID-T(WS-GUEST-IDX)
               MOVE SPACES TO WS-GUEST-ADDR-T(WS-GUEST-IDX)
               MOVE SPACES TO WS-GUEST-MKT-T(WS-GUEST-IDX)
               MOVE 'NNN' TO WS-GUEST-ASSIST-T(WS-GUEST-IDX)
               MOVE 'N' TO WS-PREREG-HIT
               IF WS-PREREG-GROUP > 0
                   PERFORM TRY-PREREG-GUEST
                   *> Check for existing customer
                   PERFORM CHECK-FOR-EXISTING-CUSTOMER
               END-IF

               *> Asked of every guest on every stay, whichever way
               *> the rest of the details came in
               PERFORM GET-EVACUATION-ASSIST
           END-PERFORM.

       *> Next Pending rooming-list member for this group and room:
               EXIT PARAGRAPH
           END-IF

           MOVE PR-NRC TO PM-VALUE
           CALL 'maskPii' USING PII-MASK-AREA
           DISPLAY "Pre-registered: " FUNCTION TRIM(PR-NAME)
                   "  NRC " FUNCTION TRIM(PM-VALUE)
                   "  age " PR-AGE
           DISPLAY "Confirm this guest? (Y/N): "
           ACCEPT WS-PREREG-CONFIRM
           MOVE '3' TO WS-GUEST-CHOICE(WS-GUEST-IDX)
           MOVE 0 TO WS-GUEST-CUST-ID(WS-GUEST-IDX)
           MOVE 'Y' TO WS-PREREG-HIT
           PERFORM GET-NATIONALITY-AND-ADDRESS

           OPEN I-O PREREG-FILE
           IF PR-FILE-OK
               EVALUATE WS-UPDATE-CHOICE
                   WHEN '1'
                       *> Skip data entry, use existing customer info
                       MOVE WS-EXISTING-NATION
                           TO WS-GUEST-NATION-T(WS-GUEST-IDX)
                       MOVE WS-EXISTING-RESID
                           TO WS-GUEST-RESID-T(WS-GUEST-IDX)
                       MOVE WS-EXISTING-ADDR
                           TO WS-GUEST-ADDR-T(WS-GUEST-IDX)
                       DISPLAY " "
                       DISPLAY GREEN-COLOR "Using existing customer inf"
                       "ormation." RESET-COLOR
           *> Reset existing customer flag and ID
           MOVE 'N' TO WS-EXISTING-CUSTOMER
           MOVE 0 TO WS-EXISTING-CUSTOMER-ID
           MOVE SPACES TO WS-EXISTING-NATION
           MOVE SPACES TO WS-EXISTING-RESID
           MOVE SPACES TO WS-EXISTING-ADDR
           MOVE 'N' TO WS-EOF

           OPEN INPUT CUSTOMER-FILE
                             FUNCTION TRIM(WS-GUEST-PHONE)
                           MOVE 'Y' TO WS-EXISTING-CUSTOMER
                           MOVE CUSTOMER-ID TO WS-EXISTING-CUSTOMER-ID
                           MOVE CUSTOMER-NATIONALITY
                               TO WS-EXISTING-NATION
                           MOVE CUSTOMER-RESIDENCE TO WS-EXISTING-RESID
                           MOVE CUSTOMER-ADDRESS TO WS-EXISTING-ADDR
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           *> Get NRC with age validation
           PERFORM GET-VALID-NRC

           *> Nationality, country of residence and home address
           PERFORM GET-NATIONALITY-AND-ADDRESS

           *> Show entered info and confirm
           PERFORM CONFIRM-GUEST-INFO.

                   TO WS-GUEST-ANNIV-T(WS-GUEST-IDX)
           END-IF.

      *****************************************************************
      * NATIONALITY AND HOME ADDRESS
      * Both countries are codes from COUNTRIES.DAT so the monthly
      * tourism return can count arrivals by them. Blank means the
      * guest did not say; residence defaults to the nationality.
      *****************************************************************
       GET-NATIONALITY-AND-ADDRESS.
           DISPLAY "Nationality - country code (blank = unknown): "
           PERFORM ASK-COUNTRY-CODE
           MOVE WS-COUNTRY-CODE TO WS-GUEST-NATION-T(WS-GUEST-IDX)
           DISPLAY "Country of residence - code (blank = same as "
                   "nationality): "
           PERFORM ASK-COUNTRY-CODE
           IF WS-COUNTRY-CODE = SPACES
               MOVE WS-GUEST-NATION-T(WS-GUEST-IDX)
                   TO WS-COUNTRY-CODE
           END-IF
           MOVE WS-COUNTRY-CODE TO WS-GUEST-RESID-T(WS-GUEST-IDX)
           DISPLAY "Home address (street, town): "
           ACCEPT WS-GUEST-ADDR-T(WS-GUEST-IDX)
           PERFORM GET-MARKETING-CONSENT.

       *> Opt-in or opt-out per channel (email, SMS, post) for the
       *> customer record. Blank leaves consent unrecorded - it is
       *> never taken as a yes.
       GET-MARKETING-CONSENT.
           DISPLAY "Marketing consent - Y = opt in, N = opt out, "
                   "blank = not asked: "
           ACCEPT WS-MKT-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-MKT-ANSWER) TO WS-MKT-ANSWER
           EVALUATE WS-MKT-ANSWER
               WHEN 'N'
                   MOVE 'NNN' TO WS-GUEST-MKT-T(WS-GUEST-IDX)
               WHEN 'Y'
                   MOVE 'NNN' TO WS-GUEST-MKT-T(WS-GUEST-IDX)
                   DISPLAY "  By email? (Y/N): "
                   ACCEPT WS-MKT-ANSWER
                   IF WS-MKT-ANSWER = 'Y' OR WS-MKT-ANSWER = 'y'
                       MOVE 'Y' TO WS-GUEST-MKT-T(WS-GUEST-IDX)(1:1)
                   END-IF
                   DISPLAY "  By SMS? (Y/N): "
                   ACCEPT WS-MKT-ANSWER
                   IF WS-MKT-ANSWER = 'Y' OR WS-MKT-ANSWER = 'y'
                       MOVE 'Y' TO WS-GUEST-MKT-T(WS-GUEST-IDX)(2:1)
                   END-IF
                   DISPLAY "  By post? (Y/N): "
                   ACCEPT WS-MKT-ANSWER
                   IF WS-MKT-ANSWER = 'Y' OR WS-MKT-ANSWER = 'y'
                       MOVE 'Y' TO WS-GUEST-MKT-T(WS-GUEST-IDX)(3:1)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-GUEST-MKT-T(WS-GUEST-IDX)
           END-EVALUATE.

      *****************************************************************
      * EVACUATION ASSISTANCE
      * Mobility, hearing and sight help flags for the roll-call list
      * the duty manager prints when the fire alarm sounds.
      *****************************************************************
       GET-EVACUATION-ASSIST.
           DISPLAY "Will this guest need help to evacuate? (Y/N): "
           ACCEPT WS-ASSIST-ANSWER
           IF WS-ASSIST-ANSWER NOT = 'Y' AND WS-ASSIST-ANSWER NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Mobility (wheelchair, stairs)? (Y/N): "
           ACCEPT WS-ASSIST-ANSWER
           IF WS-ASSIST-ANSWER = 'Y' OR WS-ASSIST-ANSWER = 'y'
               MOVE 'Y' TO WS-GUEST-ASSIST-T(WS-GUEST-IDX)(1:1)
           END-IF
           DISPLAY "  Hearing (may not hear the alarm)? (Y/N): "
           ACCEPT WS-ASSIST-ANSWER
           IF WS-ASSIST-ANSWER = 'Y' OR WS-ASSIST-ANSWER = 'y'
               MOVE 'Y' TO WS-GUEST-ASSIST-T(WS-GUEST-IDX)(2:1)
           END-IF
           DISPLAY "  Sight? (Y/N): "
           ACCEPT WS-ASSIST-ANSWER
           IF WS-ASSIST-ANSWER = 'Y' OR WS-ASSIST-ANSWER = 'y'
               MOVE 'Y' TO WS-GUEST-ASSIST-T(WS-GUEST-IDX)(3:1)
           END-IF
           IF WS-GUEST-ASSIST-T(WS-GUEST-IDX) = 'NNN'
               DISPLAY "No kind of help marked - left as none."
           END-IF.

       *> Re-asks until the code is an Active entry in the table or
       *> left blank. With no table on file the code is taken as keyed.
       ASK-COUNTRY-CODE.
           MOVE 'N' TO WS-COUNTRY-OK
           PERFORM UNTIL WS-COUNTRY-OK = 'Y'
               MOVE SPACES TO WS-COUNTRY-CODE
               ACCEPT WS-COUNTRY-INPUT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COUNTRY-INPUT))
                   TO WS-COUNTRY-INPUT
               IF WS-COUNTRY-INPUT = SPACES
                   MOVE 'Y' TO WS-COUNTRY-OK
               ELSE
                   OPEN INPUT COUNTRIES-FILE
                   IF CC-FILE-ERROR
                       MOVE WS-COUNTRY-INPUT TO WS-COUNTRY-CODE
                       MOVE 'Y' TO WS-COUNTRY-OK
                   ELSE
                       MOVE WS-COUNTRY-INPUT TO CC-CODE
                       READ COUNTRIES-FILE KEY IS CC-CODE
                           INVALID KEY
                               DISPLAY RED-COLOR "Unknown country "
                               "code - re-enter or leave blank: "
                               RESET-COLOR
                           NOT INVALID KEY
                               IF FUNCTION TRIM(CC-STATUS) = 'Active'
                                   MOVE CC-CODE TO WS-COUNTRY-CODE
                                   MOVE 'Y' TO WS-COUNTRY-OK
                                   DISPLAY "  " FUNCTION TRIM(CC-NAME)
                               ELSE
                                   DISPLAY RED-COLOR "Country code "
                                   "is inactive - re-enter: "
                                   RESET-COLOR
                               END-IF
                       END-READ
                   END-IF
                   CLOSE COUNTRIES-FILE
               END-IF
           END-PERFORM.

       GET-VALID-AGE.
           MOVE 'N' TO WS-VALIDATION-PASSED
           PERFORM UNTIL WS-VALIDATION-PASSED = 'Y'
           DISPLAY "Age: " WS-GUEST-AGE-T(WS-GUEST-IDX)
           DISPLAY "Gender: " WS-GUEST-GENDER-T(WS-GUEST-IDX)
           DISPLAY "NRC: " WS-GUEST-NRC-T(WS-GUEST-IDX)
           DISPLAY "Nationality: " WS-GUEST-NATION-T(WS-GUEST-IDX)
                   "  Residence: " WS-GUEST-RESID-T(WS-GUEST-IDX)
           DISPLAY "Address: " WS-GUEST-ADDR-T(WS-GUEST-IDX)
           DISPLAY "Marketing (email/SMS/post): "
                   WS-GUEST-MKT-T(WS-GUEST-IDX)
           DISPLAY "Is this information correct? (Y/N): "
           DISPLAY " "
           ACCEPT WS-CONFIRM-INFO
               PERFORM LOAD-QUOTED-RATE
           END-IF

           *> The party standing at the desk is checked against the
           *> adults and children the booking was priced for.
           PERFORM CHECK-BOOKED-OCCUPANCY

           *> Generate next check-in ID
           PERFORM GENERATE-NEXT-CHECKIN-ID

           *> Arriving before the house check-in time is flagged on
           *> the stay and priced off the early check-in ladder at
           *> the rate the guest is paying.
           MOVE ROOM-ID-BK TO WS-EARLY-ROOM-ID
           MOVE 0 TO WS-EARLY-BASE-RATE
           IF BOOKED-RATE-BK IS NUMERIC AND BOOKED-RATE-BK > 0
               MOVE BOOKED-RATE-BK TO WS-EARLY-BASE-RATE
           END-IF
           IF WS-UPGRADE-OVERRIDE > 0
               MOVE WS-UPGRADE-OVERRIDE TO WS-EARLY-BASE-RATE
           END-IF
           PERFORM CHECK-EARLY-ARRIVAL

           *> Create check-in record
           PERFORM CREATE-CHECKIN-RECORD

           *> register checkout captures from.
           PERFORM OFFER-CARD-PREAUTH

           *> A privacy request taken at booking rides to the stay;
           *> the desk can add one now or lift it.
           MOVE BOOKING-ID TO GPA-BOOKING-ID
           MOVE WS-NEXT-CHECKIN-ID TO GPA-CHECKIN-ID
           MOVE CUSTOMER-ID-BK TO GPA-CUSTOMER-ID
           MOVE CUSTOMER-NAME-BK TO GPA-GUEST-NAME
           PERFORM OFFER-GUEST-PRIVACY

           *> Close booking file
           CLOSE BOOKING-FILE

           MOVE 'Open' TO PA-STATUS
           MOVE ZEROS TO PA-ACTION-DATE
           MOVE ZEROS TO PA-CAPTURED-AMT
           MOVE 'N' TO PA-RECON-FLAG
           WRITE PREAUTH-RECORD
           CLOSE PREAUTH-FILE
           DISPLAY "Pre-auth " WS-NEXT-PREAUTH-ID " recorded for "
                   WS-PREAUTH-AMOUNT ".".

      *****************************************************************
      * PRIVACY REQUEST
      * Celebrities, protected persons and some corporate guests ask
      * that we do not confirm they are staying. The flag lives in
      * PRIVACY.DAT through guestPrivacy; the caller has already
      * moved the booking, stay, customer and name to the area.
      *****************************************************************
       OFFER-GUEST-PRIVACY.
           MOVE 'Q' TO GPA-MODE
           MOVE 'checkIn' TO GPA-PROGRAM
           MOVE 'Check-in' TO GPA-SET-WHERE
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           IF GPA-IS-PRIVATE
               DISPLAY "Guest booked as private - lists show "
                       FUNCTION TRIM(GPA-ALIAS) "."
               DISPLAY "Keep the privacy flag? (Y/N): "
               ACCEPT WS-PRIVACY-CHOICE
               IF WS-PRIVACY-CHOICE = 'N' OR WS-PRIVACY-CHOICE = 'n'
                   MOVE 'C' TO GPA-MODE
                   CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
                   DISPLAY "Privacy flag lifted."
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Guest requests privacy - do not confirm the "
                   "stay (Y/N): "
           ACCEPT WS-PRIVACY-CHOICE
           IF WS-PRIVACY-CHOICE NOT = 'Y'
                   AND WS-PRIVACY-CHOICE NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Alias for lists and exports "
                   "(blank = PRIVATE GUEST + number): "
           ACCEPT GPA-ALIAS
           MOVE 'S' TO GPA-MODE
           CALL 'guestPrivacy' USING GUEST-PRIVACY-AREA
           DISPLAY "Privacy flag set - lists will show "
                   FUNCTION TRIM(GPA-ALIAS) ".".

       GENERATE-NEXT-PREAUTH-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'PREAUTH' TO COUNTER-NAME
           *> uses; zero otherwise.
           MOVE WS-UPGRADE-OVERRIDE TO OVERRIDE-PRICE
           MOVE PROPERTY-BK TO PROPERTY-IO
           MOVE WS-EARLY-FLAG TO EARLY-ARRIVAL-IO
           MOVE WS-EARLY-FEE TO EARLY-FEE-IO

           WRITE CHECKINOUT-RECORD
               INVALID KEY
           MOVE WS-GUEST-GENDER-T(WS-GUEST-IDX) TO WS-GUEST-GENDER
           MOVE WS-GUEST-NRC-T(WS-GUEST-IDX) TO WS-GUEST-NRC
           MOVE WS-GUEST-DOB-T(WS-GUEST-IDX) TO WS-GUEST-DOB
           MOVE WS-GUEST-ANNIV-T(WS-GUEST-IDX) TO WS-GUEST-ANNIV
           MOVE WS-GUEST-NATION-T(WS-GUEST-IDX) TO WS-GUEST-NATION
           MOVE WS-GUEST-RESID-T(WS-GUEST-IDX) TO WS-GUEST-RESID
           MOVE WS-GUEST-ADDR-T(WS-GUEST-IDX) TO WS-GUEST-ADDR
           MOVE WS-GUEST-MKT-T(WS-GUEST-IDX) TO WS-GUEST-MKT.

       UPDATE-EXISTING-CUSTOMER.
           OPEN I-O CUSTOMER-FILE
                   IF WS-GUEST-ANNIV > 0
                       MOVE WS-GUEST-ANNIV TO CUSTOMER-ANNIV
                   END-IF
                   IF WS-GUEST-NATION NOT = SPACES
                       MOVE WS-GUEST-NATION TO CUSTOMER-NATIONALITY
                   END-IF
                   IF WS-GUEST-RESID NOT = SPACES
                       MOVE WS-GUEST-RESID TO CUSTOMER-RESIDENCE
                   END-IF
                   IF WS-GUEST-ADDR NOT = SPACES
                       MOVE WS-GUEST-ADDR TO CUSTOMER-ADDRESS
                   END-IF
                   IF WS-GUEST-MKT NOT = SPACES
                       MOVE WS-GUEST-MKT TO CUSTOMER-MKT-CONSENT
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CUSTOMER-CONSENT-DATE
                       MOVE 'checkIn' TO CUSTOMER-CONSENT-SOURCE
                   END-IF

                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
           MOVE 'N' TO BLACKLIST-FLAG
           MOVE WS-GUEST-DOB TO CUSTOMER-DOB
           MOVE WS-GUEST-ANNIV TO CUSTOMER-ANNIV
           MOVE WS-GUEST-NATION TO CUSTOMER-NATIONALITY
           MOVE WS-GUEST-RESID TO CUSTOMER-RESIDENCE
           MOVE WS-GUEST-ADDR TO CUSTOMER-ADDRESS
           MOVE WS-GUEST-MKT TO CUSTOMER-MKT-CONSENT
           IF WS-GUEST-MKT = SPACES
               MOVE ZEROS TO CUSTOMER-CONSENT-DATE
               MOVE SPACES TO CUSTOMER-CONSENT-SOURCE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO CUSTOMER-CONSENT-DATE
               MOVE 'checkIn' TO CUSTOMER-CONSENT-SOURCE
           END-IF
           MOVE 'Desk' TO CUSTOMER-SOURCE

           WRITE CUSTOMER-RECORD
               INVALID KEY
           MOVE WS-GUEST-AGE-T(WS-GUEST-IDX) TO GUEST-AGE
           MOVE WS-GUEST-GENDER-T(WS-GUEST-IDX) TO GUEST-GENDER
           MOVE WS-GUEST-NRC-T(WS-GUEST-IDX) TO GUEST-NRC
           MOVE WS-NEXT-CHECKIN-ID TO GUEST-CHECKIN-ID
           MOVE WS-GUEST-NATION-T(WS-GUEST-IDX) TO GUEST-NATIONALITY
           MOVE WS-GUEST-RESID-T(WS-GUEST-IDX) TO GUEST-RESIDENCE
           MOVE WS-GUEST-ADDR-T(WS-GUEST-IDX) TO GUEST-ADDRESS
           MOVE WS-GUEST-ASSIST-T(WS-GUEST-IDX) TO GUEST-ASSIST

           WRITE GUEST-RECORD
               INVALID KEY
           MOVE 'GUEST' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

      *****************************************************************
      * BOOKED VERSUS ARRIVED OCCUPANCY
      * When the registered guests differ from the adults and
      * children on the booking the desk either reprices the
      * extra-person charge to the party that arrived, or - with a
      * Manager signed on - waives the difference, the approving
      * operator recorded on the booking and in the audit log.
      * Bookings taken before occupancy was recorded are not
      * checked.
      *****************************************************************
       CHECK-BOOKED-OCCUPANCY.
           IF ADULTS-BK IS NOT NUMERIC OR ADULTS-BK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ARRIVED-ADULTS
           MOVE 0 TO WS-ARRIVED-CHILDREN
           PERFORM VARYING WS-GUEST-IDX FROM 1 BY 1
                   UNTIL WS-GUEST-IDX > WS-MAX-CUSTOMERS
               IF WS-GUEST-AGE-T(WS-GUEST-IDX) < WS-CHILD-AGE-LIMIT
                   ADD 1 TO WS-ARRIVED-CHILDREN
               ELSE
                   ADD 1 TO WS-ARRIVED-ADULTS
               END-IF
           END-PERFORM
           IF WS-ARRIVED-ADULTS = ADULTS-BK
              AND WS-ARRIVED-CHILDREN = CHILDREN-BK
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-ARRIVED-OCCUPANCY
           DISPLAY " "
           DISPLAY YELLOW-COLOR "*** OCCUPANCY DIFFERS FROM BOOKING ***"
                   RESET-COLOR
           DISPLAY "  Booked:  " ADULTS-BK " adult(s), " CHILDREN-BK
                   " child(ren) - extra persons " XPERSON-RATE-BK
                   " per night"
           DISPLAY "  Arrived: " WS-ARRIVED-ADULTS " adult(s), "
                   WS-ARRIVED-CHILDREN " child(ren) - extra persons "
                   WS-NEW-XPERSON-RATE " per night"
           DISPLAY "1. Reprice to the guests who arrived"
           DISPLAY "2. Waive the difference (Manager)"
           PERFORM READ-SESSION-OPERATOR
           MOVE 0 TO WS-OCC-CHOICE
           PERFORM UNTIL WS-OCC-CHOICE = 1 OR WS-OCC-CHOICE = 2
               DISPLAY "Choice: "
               ACCEPT WS-OCC-CHOICE
               IF WS-OCC-CHOICE = 2
                  AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
                   DISPLAY "A waiver needs a Manager sign-on - "
                           "reprice instead."
                   MOVE 0 TO WS-OCC-CHOICE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           STRING ADULTS-BK "A+" CHILDREN-BK "C"
               DELIMITED BY SIZE INTO WS-AUDIT-OLD-STATUS
           MOVE SPACES TO WS-OCC-AUDIT-TEXT
           IF WS-OCC-CHOICE = 1
               STRING WS-ARRIVED-ADULTS "A+" WS-ARRIVED-CHILDREN "C"
                   DELIMITED BY SIZE INTO WS-OCC-AUDIT-TEXT
               MOVE WS-ARRIVED-ADULTS TO ADULTS-BK
               MOVE WS-ARRIVED-CHILDREN TO CHILDREN-BK
               MOVE WS-NEW-XPERSON-RATE TO XPERSON-RATE-BK
               MOVE SPACES TO OCC-WAIVER-BY-BK
               DISPLAY GREEN-COLOR "Extra-person charge repriced to "
                       WS-NEW-XPERSON-RATE " per night." RESET-COLOR
           ELSE
               MOVE 'WAIVED' TO WS-OCC-AUDIT-TEXT
               MOVE WS-OPERATOR-ID TO OCC-WAIVER-BY-BK
               DISPLAY GREEN-COLOR "Occupancy difference waived by "
                       WS-OPERATOR-ID " - booked charge stands."
                       RESET-COLOR
           END-IF
           MOVE WS-OCC-AUDIT-TEXT TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT-LOG.

       *> Same pricing as bookRoom: adults take the included places
       *> first, children pay only for the places left over.
       PRICE-ARRIVED-OCCUPANCY.
           MOVE 2 TO WS-OCC-BASE
           MOVE 0 TO WS-XADULT-CHG
           MOVE 0 TO WS-XCHILD-CHG
           OPEN INPUT ROOM-TYPES-FILE
           IF RT-FILE-OK
               MOVE WS-ROOM-TYPE TO ROOM-TYPE-CODE
               READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
                   NOT INVALID KEY
                       IF ROOM-TYPE-BASE-OCC IS NUMERIC
                          AND ROOM-TYPE-BASE-OCC > 0
                           MOVE ROOM-TYPE-BASE-OCC TO WS-OCC-BASE
                           MOVE ROOM-TYPE-XADULT-CHG TO WS-XADULT-CHG
                           MOVE ROOM-TYPE-XCHILD-CHG TO WS-XCHILD-CHG
                       END-IF
               END-READ
           END-IF
           CLOSE ROOM-TYPES-FILE
           MOVE 0 TO WS-EXTRA-ADULTS
           MOVE 0 TO WS-EXTRA-CHILDREN
           MOVE 0 TO WS-OCC-FREE-SLOTS
           IF WS-ARRIVED-ADULTS > WS-OCC-BASE
               COMPUTE WS-EXTRA-ADULTS =
                   WS-ARRIVED-ADULTS - WS-OCC-BASE
           ELSE
               COMPUTE WS-OCC-FREE-SLOTS =
                   WS-OCC-BASE - WS-ARRIVED-ADULTS
           END-IF
           IF WS-ARRIVED-CHILDREN > WS-OCC-FREE-SLOTS
               COMPUTE WS-EXTRA-CHILDREN =
                   WS-ARRIVED-CHILDREN - WS-OCC-FREE-SLOTS
           END-IF
           COMPUTE WS-NEW-XPERSON-RATE =
               WS-EXTRA-ADULTS * WS-XADULT-CHG +
               WS-EXTRA-CHILDREN * WS-XCHILD-CHG.

      *****************************************************************
      * EARLY CHECK-IN
      * HOUSEPOL.CFG holds the standard check-in time (CIN line) and
      * the early check-in ladder (ECI lines: arrival before HHMM
      * costs PCT percent of a night - the steepest step that applies
      * wins). Without the file the house defaults stand: check-in
      * 14:00, half a night before 10:00, a full night before 06:00.
      * The fee rides the check-in record and checkOut bills it as
      * its own line; a waiver needs an operator and a reason and is
      * written to the waiver log.
      *****************************************************************
       CHECK-EARLY-ARRIVAL.
           MOVE 'N' TO WS-EARLY-FLAG
           MOVE 0 TO WS-EARLY-FEE
           MOVE 0 TO WS-EARLY-PCT
           PERFORM LOAD-HOUSE-POLICY
           MOVE WS-TIME-FORMATTED(1:4) TO WS-ARRIVAL-HHMM
           IF WS-ARRIVAL-HHMM >= WS-STD-CHECKIN-TIME
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EARLY-FLAG
           PERFORM VARYING WS-ECI-IDX FROM 1 BY 1
                   UNTIL WS-ECI-IDX > WS-ECI-COUNT
               IF WS-ARRIVAL-HHMM < WS-ECI-BEFORE(WS-ECI-IDX)
                  AND WS-ECI-PCT(WS-ECI-IDX) > WS-EARLY-PCT
                   MOVE WS-ECI-PCT(WS-ECI-IDX) TO WS-EARLY-PCT
               END-IF
           END-PERFORM

           IF WS-EARLY-BASE-RATE = 0
               OPEN INPUT ROOMS-FILE
               MOVE WS-EARLY-ROOM-ID TO ROOM-ID
               READ ROOMS-FILE KEY IS ROOM-ID
                   NOT INVALID KEY
                       MOVE PRICE-PER-NIGHT TO WS-EARLY-BASE-RATE
               END-READ
               CLOSE ROOMS-FILE
           END-IF
           COMPUTE WS-EARLY-FEE =
               WS-EARLY-BASE-RATE * WS-EARLY-PCT / 100

           DISPLAY " "
           DISPLAY YELLOW-COLOR "*** EARLY ARRIVAL - before "
                   WS-STD-CHECKIN-TIME(1:2) ":"
                   WS-STD-CHECKIN-TIME(3:2) " ***" RESET-COLOR
           IF WS-EARLY-FEE = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Early check-in fee: " WS-EARLY-FEE " ("
                   WS-EARLY-PCT "% of a night)"
           DISPLAY "Waive the early check-in fee? (Y/N): "
           ACCEPT WS-WAIVE-CHOICE
           IF WS-WAIVE-CHOICE = 'Y' OR WS-WAIVE-CHOICE = 'y'
               PERFORM GET-WAIVER-AUTHORITY
               IF WS-WAIVE-OPERATOR NOT = SPACES
                  AND WS-WAIVE-REASON NOT = SPACES
                   PERFORM WRITE-WAIVER-RECORD
                   DISPLAY GREEN-COLOR "Early check-in fee waived by "
                           WS-WAIVE-OPERATOR "." RESET-COLOR
                   MOVE 0 TO WS-EARLY-FEE
               ELSE
                   DISPLAY RED-COLOR "A waiver needs an operator ID "
                           "and a reason - fee stands." RESET-COLOR
               END-IF
           END-IF.

       LOAD-HOUSE-POLICY.
           MOVE 1400 TO WS-STD-CHECKIN-TIME
           MOVE 0 TO WS-ECI-COUNT
           OPEN INPUT POLICY-FILE
           IF POL-FILE-OK
               MOVE 'N' TO WS-POL-EOF
               PERFORM UNTIL WS-POL-EOF = 'Y'
                   READ POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-POL-EOF
                       NOT AT END
                           IF POL-TIME IS NUMERIC
                               EVALUATE POL-KIND
                                   WHEN 'CIN'
                                       MOVE POL-TIME TO
                                           WS-STD-CHECKIN-TIME
                                   WHEN 'ECI'
                                       IF WS-ECI-COUNT < 5
                                          AND POL-PCT IS NUMERIC
                                           ADD 1 TO WS-ECI-COUNT
                                           MOVE POL-TIME TO
                                             WS-ECI-BEFORE(WS-ECI-COUNT)
                                           MOVE POL-PCT TO
                                             WS-ECI-PCT(WS-ECI-COUNT)
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE POLICY-FILE
           IF WS-ECI-COUNT = 0
               MOVE 2 TO WS-ECI-COUNT
               MOVE 1000 TO WS-ECI-BEFORE(1)
               MOVE 050 TO WS-ECI-PCT(1)
               MOVE 0600 TO WS-ECI-BEFORE(2)
               MOVE 100 TO WS-ECI-PCT(2)
           END-IF.

       *> The signed-on operator gives the waiver; with nobody
       *> signed on the desk must key the authorising operator.
       GET-WAIVER-AUTHORITY.
           PERFORM READ-SESSION-OPERATOR
           MOVE WS-OPERATOR-ID TO WS-WAIVE-OPERATOR
           IF WS-WAIVE-OPERATOR = SPACES
               DISPLAY "Authorising operator ID: "
               ACCEPT WS-WAIVE-OPERATOR
           END-IF
           MOVE SPACES TO WS-WAIVE-REASON
           DISPLAY "Reason for the waiver: "
           ACCEPT WS-WAIVE-REASON.

       WRITE-WAIVER-RECORD.
           PERFORM GENERATE-NEXT-WAIVER-ID
           OPEN I-O WAIVER-FILE
           IF WV-FILE-ERROR
               CLOSE WAIVER-FILE
               OPEN OUTPUT WAIVER-FILE
               CLOSE WAIVER-FILE
               OPEN I-O WAIVER-FILE
           END-IF
           MOVE WS-NEXT-WAIVER-ID TO WAIVER-ID
           MOVE WS-CURRENT-DATE TO WAIVER-DATE
           MOVE WS-TIME-FORMATTED TO WAIVER-TIME
           MOVE 'EARLYCI' TO WAIVER-KIND
           MOVE WS-NEXT-CHECKIN-ID TO WAIVER-CHECKIN-ID
           MOVE WS-EARLY-ROOM-ID TO WAIVER-ROOM-ID
           MOVE WS-EARLY-FEE TO WAIVER-AMOUNT
           MOVE WS-WAIVE-OPERATOR TO WAIVER-OPERATOR
           MOVE WS-WAIVE-REASON TO WAIVER-REASON
           MOVE 'checkIn' TO WAIVER-PROGRAM
           WRITE WAIVER-RECORD
           CLOSE WAIVER-FILE.

       GENERATE-NEXT-WAIVER-ID.
           PERFORM OPEN-COUNTERS-FILE
           MOVE 'WAIVER' TO COUNTER-NAME
           READ COUNTERS-FILE KEY IS COUNTER-NAME
               INVALID KEY
                   PERFORM SEED-WAIVER-COUNTER
               NOT INVALID KEY
                   ADD 1 TO COUNTER-NEXT-ID
                   REWRITE COUNTER-RECORD
           END-READ
           MOVE COUNTER-NEXT-ID TO WS-NEXT-WAIVER-ID
           CLOSE COUNTERS-FILE.

       SEED-WAIVER-COUNTER.
           MOVE 0 TO COUNTER-NEXT-ID
           OPEN INPUT WAIVER-FILE
           IF WV-FILE-OK
               MOVE 'N' TO WS-SEED-WV-EOF
               PERFORM UNTIL WS-SEED-WV-EOF = 'Y'
                   READ WAIVER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-SEED-WV-EOF
                       NOT AT END
                           IF WAIVER-ID > COUNTER-NEXT-ID
                               MOVE WAIVER-ID TO COUNTER-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WAIVER-FILE
           ADD 1 TO COUNTER-NEXT-ID
           MOVE 'WAIVER' TO COUNTER-NAME
           WRITE COUNTER-RECORD.

       UPDATE-BOOKING-STATUS.
           *> Update booking status to completed
           MOVE BOOKING-STATUS TO WS-AUDIT-OLD-STATUS
       *> the booking was made (out-of-service, double-booked, etc).
       VERIFY-ROOM-STILL-AVAILABLE.
           MOVE 'Y' TO WS-FOUND
           PERFORM CHECK-SHARER-IN-HOUSE
           OPEN INPUT ROOMS-FILE
           MOVE ROOM-ID-BK TO ROOM-ID
           READ ROOMS-FILE KEY IS ROOM-ID
                   DISPLAY RED-COLOR "*** ERROR: Room " ROOM-ID-BK
                   " could not be found. ***" RESET-COLOR
               NOT INVALID KEY
                   *> The one exception: a share-with partner is
                   *> already in the room this booking shares.
                   IF FUNCTION TRIM(R-STATUS) NOT = 'Available'
                      AND NOT (FUNCTION TRIM(R-STATUS) = 'Occupied'
                               AND WS-SHARER-IN-HOUSE = 'Y')
                       MOVE 'N' TO WS-FOUND
                       DISPLAY " "
                       DISPLAY RED-COLOR "*** ERROR: Room " ROOM-ID-BK
               ACCEPT WS-DUMMY-INPUT
           END-IF.

       *> A shared booking's partner has an open stay in the room.
       CHECK-SHARER-IN-HOUSE.
           MOVE 'N' TO WS-SHARER-IN-HOUSE
           IF SHARE-ROLE-BK NOT = 'P' AND SHARE-ROLE-BK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECKINOUT-FILE
           MOVE 'N' TO WS-SHARE-EOF
           PERFORM UNTIL WS-SHARE-EOF = 'Y'
               READ CHECKINOUT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SHARE-EOF
                   NOT AT END
                       IF BOOKING-ID-IO = SHARE-WITH-BK
                          AND ROOM-ID-IO = ROOM-ID-BK
                          AND CHECKOUT-FLAG IN CHECKINOUT-RECORD
                              NOT = 'Y'
                           MOVE 'Y' TO WS-SHARER-IN-HOUSE
                           MOVE 'Y' TO WS-SHARE-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKINOUT-FILE.

       UPDATE-ROOM-TO-OCCUPIED.
           OPEN I-O ROOMS-FILE
           MOVE ROOM-ID-BK TO ROOM-ID
           *> Get current date and time
           PERFORM GET-CURRENT-DATETIME

           *> A walk-in arriving before the house check-in time is
           *> flagged and priced the same way as a booked arrival.
           MOVE WS-ROOM-NUMBER TO WS-EARLY-ROOM-ID
           MOVE WS-OVERRIDE-PRICE TO WS-EARLY-BASE-RATE
           PERFORM CHECK-EARLY-ARRIVAL

           *> Create check-in record for walk-in (no booking ID)
           PERFORM CREATE-WALKIN-CHECKIN-RECORD

           MOVE 0 TO WS-CARD-CHECKOUT-DATE
           PERFORM PRINT-REGISTRATION-CARD

           *> A walk-in has no booking - the privacy flag is held
           *> against the stay itself.
           MOVE 0 TO GPA-BOOKING-ID
           MOVE WS-NEXT-CHECKIN-ID TO GPA-CHECKIN-ID
           MOVE WS-GUEST-CUST-ID(1) TO GPA-CUSTOMER-ID
           MOVE WS-GUEST-NAME-T(1) TO GPA-GUEST-NAME
           PERFORM OFFER-GUEST-PRIVACY

           DISPLAY CLEAR-SCREEN
           DISPLAY GREEN-COLOR
           DISPLAY "==============================================="
           MOVE 'N' TO CHECKOUT-FLAG IN CHECKINOUT-RECORD
           MOVE 0 TO CHECKOUT-DATE IN CHECKINOUT-RECORD
           MOVE WS-OVERRIDE-PRICE TO OVERRIDE-PRICE
           MOVE WS-EARLY-FLAG TO EARLY-ARRIVAL-IO
           MOVE WS-EARLY-FEE TO EARLY-FEE-IO

           WRITE CHECKINOUT-RECORD
               INVALID KEY
