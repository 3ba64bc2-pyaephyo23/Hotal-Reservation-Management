       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxLookup.

      *****************************************************************
      * TAX CODE LOOK-UP (CALLED SUBPROGRAM)
      * Turns a charge into the tax code, rate and description it is
      * taxed under. TCA-MODE 'C' looks up the code in TCA-CODE as
      * carried on a service or package component; mode 'R' takes
      * the code from the room type in TCA-ROOM-TYPE, for the room
      * and the charges that go with it. Mode 'F' works out the
      * code for a folio line first: the posting
      * source in TCA-POSTED-BY (POS, PBX, MINIBAR, ROOMSVC ...) if
      * TAXSRC.DAT codes it, otherwise the code on the service in
      * TCA-SVC-CODE. A blank code, STD, or a code that is unknown
      * or inactive is the standard rate - rate code TAX in
      * RATES.DAT, 15% without it - returned as code STD.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXCODES-FILE ASSIGN TO '../DATA/TAXCODES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CODE
               FILE STATUS IS WS-TC-FILE-STATUS.
           SELECT TAXSRC-FILE ASSIGN TO '../DATA/TAXSRC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXS-SOURCE
               FILE STATUS IS WS-TXS-FILE-STATUS.
           SELECT SERVICES-FILE ASSIGN TO '../DATA/SERVICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERVICE-CODE
               FILE STATUS IS WS-SVC-FILE-STATUS.
           SELECT ROOM-TYPES-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE
               FILE STATUS IS WS-RT-FILE-STATUS.
           SELECT RATES-FILE ASSIGN TO '../DATA/RATES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CODE
               FILE STATUS IS WS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXCODES-FILE.
       COPY "./CopyBooks/TAXCODES.cpy".

       FD  TAXSRC-FILE.
       COPY "./CopyBooks/TAXSRC.cpy".

       FD  SERVICES-FILE.
       COPY "./CopyBooks/SERVICES.cpy".

       FD  ROOM-TYPES-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy".

       FD  RATES-FILE.
       COPY "./CopyBooks/RATES.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TC-FILE-STATUS       PIC 99.
           88 TC-FILE-OK           VALUE 00.
           88 TC-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-TXS-FILE-STATUS      PIC 99.
           88 TXS-FILE-OK          VALUE 00.
           88 TXS-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-SVC-FILE-STATUS      PIC 99.
           88 SVC-FILE-OK          VALUE 00.
           88 SVC-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-RT-FILE-STATUS       PIC 99.
           88 RT-FILE-OK           VALUE 00.
           88 RT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-RATE-FILE-STATUS     PIC 99.
           88 RATE-FILE-OK         VALUE 00.
           88 RATE-FILE-ERROR      VALUE 01 THRU 99.

       01  WS-FOUND                PIC X.

       LINKAGE SECTION.
       COPY "./CopyBooks/TAXAREA.cpy".

       PROCEDURE DIVISION USING TAX-CODE-AREA.
       MAIN-PROCEDURE.
           IF TCA-MODE = 'F'
               PERFORM FIND-FOLIO-LINE-CODE
           END-IF
           IF TCA-MODE = 'R'
               PERFORM FIND-ROOM-TYPE-CODE
           END-IF
           MOVE FUNCTION UPPER-CASE(TCA-CODE) TO TCA-CODE
           MOVE 'N' TO WS-FOUND
           IF TCA-CODE NOT = SPACES AND TCA-CODE NOT = 'STD'
               PERFORM LOOK-UP-TAX-CODE
           END-IF
           IF WS-FOUND = 'N'
               PERFORM USE-STANDARD-RATE
           END-IF
           GOBACK.

       *> The posting source wins over the service posted, so one
       *> entry covers every outlet charge the POS feed brings in.
       FIND-FOLIO-LINE-CODE.
           MOVE SPACES TO TCA-CODE
           IF TCA-POSTED-BY NOT = SPACES
               OPEN INPUT TAXSRC-FILE
               IF TXS-FILE-OK
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       TCA-POSTED-BY)) TO TXS-SOURCE
                   READ TAXSRC-FILE KEY IS TXS-SOURCE
                       NOT INVALID KEY
                           MOVE TXS-TAX-CODE TO TCA-CODE
                   END-READ
               END-IF
               CLOSE TAXSRC-FILE
           END-IF
           IF TCA-CODE = SPACES AND TCA-SVC-CODE NOT = SPACES
               OPEN INPUT SERVICES-FILE
               IF SVC-FILE-OK
                   MOVE TCA-SVC-CODE TO SERVICE-CODE
                   READ SERVICES-FILE KEY IS SERVICE-CODE
                       NOT INVALID KEY
                           MOVE SERVICE-TAX-CODE TO TCA-CODE
                   END-READ
               END-IF
               CLOSE SERVICES-FILE
           END-IF.

       FIND-ROOM-TYPE-CODE.
           MOVE SPACES TO TCA-CODE
           OPEN INPUT ROOM-TYPES-FILE
           IF RT-FILE-OK
               MOVE TCA-ROOM-TYPE TO ROOM-TYPE-CODE
               READ ROOM-TYPES-FILE KEY IS ROOM-TYPE-CODE
                   NOT INVALID KEY
                       MOVE ROOM-TYPE-TAX-CODE TO TCA-CODE
               END-READ
           END-IF
           CLOSE ROOM-TYPES-FILE.

       LOOK-UP-TAX-CODE.
           OPEN INPUT TAXCODES-FILE
           IF TC-FILE-OK
               MOVE TCA-CODE TO TC-CODE
               READ TAXCODES-FILE KEY IS TC-CODE
                   NOT INVALID KEY
                       IF TC-STATUS = 'Active'
                           MOVE 'Y' TO WS-FOUND
                           MOVE TC-RATE TO TCA-RATE
                           MOVE TC-DESC TO TCA-DESC
                       END-IF
               END-READ
           END-IF
           CLOSE TAXCODES-FILE.

       USE-STANDARD-RATE.
           MOVE 'STD' TO TCA-CODE
           MOVE 'Standard rate' TO TCA-DESC
           MOVE 15 TO TCA-RATE
           OPEN INPUT RATES-FILE
           IF RATE-FILE-OK
               MOVE 'TAX' TO RATE-CODE
               READ RATES-FILE KEY IS RATE-CODE
                   NOT INVALID KEY
                       MOVE RATE-VALUE TO TCA-RATE
               END-READ
           END-IF
           CLOSE RATES-FILE.

       END PROGRAM taxLookup.
