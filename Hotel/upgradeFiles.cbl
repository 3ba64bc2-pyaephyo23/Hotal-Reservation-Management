       IDENTIFICATION DIVISION.
       PROGRAM-ID. upgradeFiles.

      *****************************************************************
      * DATA-FILE LAYOUT UPGRADE
      * Converts data files written under an older record layout to
      * the layout this release expects. LAYOUTS.DAT says which
      * version each file on disk was written in (see layoutCheck);
      * every file stamped older than the current version is read
      * through the layout of the version it was stamped with (the
      * xxxV1 and xxxV2 copybooks), each record is carried across
      * with the fields added since then set to sensible defaults,
      * and the result goes to a NEW work file.
      * When the work file holds every record the old file did, it
      * is copied back over the live path record by record - the
      * same approach rebuildIndexes takes, so alternate-index
      * sidecar files are rebuilt rather than stranded - the work
      * file is removed and the file is stamped current. A file
      * whose counts do not agree keeps its old layout and stamp and
      * its work file is left for inspection. UPGRADE.RPT lists every
      * file converted with its record counts before and after.
      * Take a backup first; run it with nobody else signed on.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID IN OLD-BOOKING-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID IN NEW-BOOKING-RECORD
               ALTERNATE RECORD KEY IS
                   ROOM-ID-BK IN NEW-BOOKING-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-BOOKING-FILE ASSIGN TO '../DATA/BOOKINGS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID IN LIVE-BOOKING-RECORD
               ALTERNATE RECORD KEY IS
                   ROOM-ID-BK IN LIVE-BOOKING-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-ARCH-BOOKING-FILE ASSIGN TO
               '../DATA/BOOKINGS_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID IN OLD-ARCH-BOOKING-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-ARCH-BOOKING-FILE ASSIGN TO
               '../DATA/BOOKINGS_ARCHIVE_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID IN NEW-ARCH-BOOKING-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-ARCH-BOOKING-FILE ASSIGN TO
               '../DATA/BOOKINGS_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOKING-ID IN LIVE-ARCH-BOOKING-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-CANCEL-FILE ASSIGN TO '../DATA/CANCELLATIONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CANCEL-ID IN OLD-CANCELLATION-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CANCEL-FILE ASSIGN TO
               '../DATA/CANCELLATIONS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CANCEL-ID IN NEW-CANCELLATION-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-CANCEL-FILE ASSIGN TO '../DATA/CANCELLATIONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CANCEL-ID IN LIVE-CANCELLATION-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-CHECKIN-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID IN OLD-CHECKINOUT-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CHECKIN-FILE ASSIGN TO
               '../DATA/CHECKINOUT_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID IN NEW-CHECKINOUT-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-CHECKIN-FILE ASSIGN TO '../DATA/CHECKINOUT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKIN-ID IN LIVE-CHECKINOUT-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-CITYLEDG-FILE ASSIGN TO '../DATA/CITYLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ENTRY-ID IN OLD-CITY-LEDGER-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CITYLEDG-FILE ASSIGN TO '../DATA/CITYLEDG_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ENTRY-ID IN NEW-CITY-LEDGER-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-CITYLEDG-FILE ASSIGN TO '../DATA/CITYLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ENTRY-ID IN LIVE-CITY-LEDGER-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-CONTRACT-FILE ASSIGN TO '../DATA/CONTRACTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY IN OLD-CONTRACT-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CONTRACT-FILE ASSIGN TO
               '../DATA/CONTRACTS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY IN NEW-CONTRACT-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-CONTRACT-FILE ASSIGN TO '../DATA/CONTRACTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY IN LIVE-CONTRACT-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID IN OLD-CUSTOMER-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CUSTOMER-FILE ASSIGN TO
               '../DATA/CUSTOMERS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID IN NEW-CUSTOMER-RECORD
               ALTERNATE RECORD KEY IS
                   CUSTOMER-NAME IN NEW-CUSTOMER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-CUSTOMER-FILE ASSIGN TO '../DATA/CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID IN LIVE-CUSTOMER-RECORD
               ALTERNATE RECORD KEY IS
                   CUSTOMER-NAME IN LIVE-CUSTOMER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-DAILYSTAT-FILE ASSIGN TO '../DATA/DAILYSTATS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DATE IN OLD-DAILY-STAT-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-DAILYSTAT-FILE ASSIGN TO
               '../DATA/DAILYSTATS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DATE IN NEW-DAILY-STAT-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-DAILYSTAT-FILE ASSIGN TO '../DATA/DAILYSTATS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DATE IN LIVE-DAILY-STAT-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-GUEST-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID IN OLD-GUEST-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-GUEST-FILE ASSIGN TO '../DATA/GUESTS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID IN NEW-GUEST-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-GUEST-FILE ASSIGN TO '../DATA/GUESTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUEST-ID IN LIVE-GUEST-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-INVOICE-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN OLD-INVOICE-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-INVOICE-FILE ASSIGN TO '../DATA/INVOICES_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN NEW-INVOICE-RECORD
               ALTERNATE RECORD KEY IS
                   CHECKIN-ID-IV IN NEW-INVOICE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-INVOICE-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN LIVE-INVOICE-RECORD
               ALTERNATE RECORD KEY IS
                   CHECKIN-ID-IV IN LIVE-INVOICE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-ARCH-INVOICE-FILE ASSIGN TO
               '../DATA/INVOICES_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN OLD-ARCH-INVOICE-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-ARCH-INVOICE-FILE ASSIGN TO
               '../DATA/INVOICES_ARCHIVE_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN NEW-ARCH-INVOICE-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-ARCH-INVOICE-FILE ASSIGN TO
               '../DATA/INVOICES_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN LIVE-ARCH-INVOICE-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-PACKAGE-FILE ASSIGN TO '../DATA/PACKAGES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKG-CODE IN OLD-PACKAGE-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT OLD2-PACKAGE-FILE ASSIGN TO '../DATA/PACKAGES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKG-CODE IN OLD2-PACKAGE-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PACKAGE-FILE ASSIGN TO '../DATA/PACKAGES_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKG-CODE IN NEW-PACKAGE-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-PACKAGE-FILE ASSIGN TO '../DATA/PACKAGES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PKG-CODE IN LIVE-PACKAGE-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-PAYMENT-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID IN OLD-PAYMENT-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PAYMENT-FILE ASSIGN TO '../DATA/PAYMENTS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID IN NEW-PAYMENT-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-PAYMENT-FILE ASSIGN TO '../DATA/PAYMENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYMENT-ID IN LIVE-PAYMENT-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-PREAUTH-FILE ASSIGN TO '../DATA/PREAUTHS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ID IN OLD-PREAUTH-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PREAUTH-FILE ASSIGN TO '../DATA/PREAUTHS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ID IN NEW-PREAUTH-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-PREAUTH-FILE ASSIGN TO '../DATA/PREAUTHS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ID IN LIVE-PREAUTH-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-PROMO-FILE ASSIGN TO '../DATA/PROMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE IN OLD-PROMO-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PROMO-FILE ASSIGN TO '../DATA/PROMOS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE IN NEW-PROMO-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-PROMO-FILE ASSIGN TO '../DATA/PROMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-CODE IN LIVE-PROMO-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-QUOTE-FILE ASSIGN TO '../DATA/QUOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTE-ID IN OLD-QUOTE-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-QUOTE-FILE ASSIGN TO '../DATA/QUOTES_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTE-ID IN NEW-QUOTE-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-QUOTE-FILE ASSIGN TO '../DATA/QUOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTE-ID IN LIVE-QUOTE-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-ROOMTYPE-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE IN OLD-ROOM-TYPE-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT OLD2-ROOMTYPE-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE IN OLD2-ROOM-TYPE-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-ROOMTYPE-FILE ASSIGN TO
               '../DATA/ROOMTYPES_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE IN NEW-ROOM-TYPE-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-ROOMTYPE-FILE ASSIGN TO '../DATA/ROOMTYPES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-TYPE-CODE IN LIVE-ROOM-TYPE-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-RSORDER-FILE ASSIGN TO '../DATA/RSORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-ID IN OLD-RS-ORDER-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-RSORDER-FILE ASSIGN TO '../DATA/RSORDERS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-ID IN NEW-RS-ORDER-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-RSORDER-FILE ASSIGN TO '../DATA/RSORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-ID IN LIVE-RS-ORDER-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-SERVICE-FILE ASSIGN TO '../DATA/SERVICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERVICE-CODE IN OLD-SERVICE-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-SERVICE-FILE ASSIGN TO '../DATA/SERVICES_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERVICE-CODE IN NEW-SERVICE-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-SERVICE-FILE ASSIGN TO '../DATA/SERVICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SERVICE-CODE IN LIVE-SERVICE-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT OLD-WORKORDER-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ID IN OLD-WORKORDER-RECORD
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-WORKORDER-FILE ASSIGN TO
               '../DATA/WORKORDERS_NEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ID IN NEW-WORKORDER-RECORD
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT LIVE-WORKORDER-FILE ASSIGN TO '../DATA/WORKORDERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-ID IN LIVE-WORKORDER-RECORD
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT UPGRADE-REPORT-FILE ASSIGN TO '../DATA/UPGRADE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGSV1.cpy"
           REPLACING ==BOOKING-RECORD== BY ==OLD-BOOKING-RECORD==.

       FD  NEW-BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy"
           REPLACING ==BOOKING-RECORD== BY ==NEW-BOOKING-RECORD==.

       FD  LIVE-BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy"
           REPLACING ==BOOKING-RECORD== BY ==LIVE-BOOKING-RECORD==.

       FD  OLD-ARCH-BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGSV1.cpy"
           REPLACING ==BOOKING-RECORD== BY ==OLD-ARCH-BOOKING-RECORD==.

       FD  NEW-ARCH-BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy"
           REPLACING ==BOOKING-RECORD== BY ==NEW-ARCH-BOOKING-RECORD==.

       FD  LIVE-ARCH-BOOKING-FILE.
       COPY "./CopyBooks/BOOKINGS.cpy"
           REPLACING ==BOOKING-RECORD== BY ==LIVE-ARCH-BOOKING-RECORD==.

       FD  OLD-CANCEL-FILE.
       COPY "./CopyBooks/CANCELLATIONSV1.cpy"
           REPLACING ==CANCELLATION-RECORD==
               BY ==OLD-CANCELLATION-RECORD==.

       FD  NEW-CANCEL-FILE.
       COPY "./CopyBooks/CANCELLATIONS.cpy"
           REPLACING ==CANCELLATION-RECORD==
               BY ==NEW-CANCELLATION-RECORD==.

       FD  LIVE-CANCEL-FILE.
       COPY "./CopyBooks/CANCELLATIONS.cpy"
           REPLACING ==CANCELLATION-RECORD==
               BY ==LIVE-CANCELLATION-RECORD==.

       FD  OLD-CHECKIN-FILE.
       COPY "./CopyBooks/CHECKINOUTV1.cpy"
           REPLACING ==CHECKINOUT-RECORD== BY ==OLD-CHECKINOUT-RECORD==.

       FD  NEW-CHECKIN-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy"
           REPLACING ==CHECKINOUT-RECORD== BY ==NEW-CHECKINOUT-RECORD==.

       FD  LIVE-CHECKIN-FILE.
       COPY "./CopyBooks/CHECKINOUT.cpy"
           REPLACING ==CHECKINOUT-RECORD==
               BY ==LIVE-CHECKINOUT-RECORD==.

       FD  OLD-CITYLEDG-FILE.
       COPY "./CopyBooks/CITYLEDGV1.cpy"
           REPLACING ==CITY-LEDGER-RECORD==
               BY ==OLD-CITY-LEDGER-RECORD==.

       FD  NEW-CITYLEDG-FILE.
       COPY "./CopyBooks/CITYLEDG.cpy"
           REPLACING ==CITY-LEDGER-RECORD==
               BY ==NEW-CITY-LEDGER-RECORD==.

       FD  LIVE-CITYLEDG-FILE.
       COPY "./CopyBooks/CITYLEDG.cpy"
           REPLACING ==CITY-LEDGER-RECORD==
               BY ==LIVE-CITY-LEDGER-RECORD==.

       FD  OLD-CONTRACT-FILE.
       COPY "./CopyBooks/CONTRACTSV1.cpy"
           REPLACING ==CONTRACT-RECORD== BY ==OLD-CONTRACT-RECORD==.

       FD  NEW-CONTRACT-FILE.
       COPY "./CopyBooks/CONTRACTS.cpy"
           REPLACING ==CONTRACT-RECORD== BY ==NEW-CONTRACT-RECORD==.

       FD  LIVE-CONTRACT-FILE.
       COPY "./CopyBooks/CONTRACTS.cpy"
           REPLACING ==CONTRACT-RECORD== BY ==LIVE-CONTRACT-RECORD==.

       FD  OLD-CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERSV1.cpy"
           REPLACING ==CUSTOMER-RECORD== BY ==OLD-CUSTOMER-RECORD==.

       FD  NEW-CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy"
           REPLACING ==CUSTOMER-RECORD== BY ==NEW-CUSTOMER-RECORD==.

       FD  LIVE-CUSTOMER-FILE.
       COPY "./CopyBooks/CUSTOMERS.cpy"
           REPLACING ==CUSTOMER-RECORD== BY ==LIVE-CUSTOMER-RECORD==.

       FD  OLD-DAILYSTAT-FILE.
       COPY "./CopyBooks/DAILYSTATV1.cpy"
           REPLACING ==DAILY-STAT-RECORD== BY ==OLD-DAILY-STAT-RECORD==.

       FD  NEW-DAILYSTAT-FILE.
       COPY "./CopyBooks/DAILYSTAT.cpy"
           REPLACING ==DAILY-STAT-RECORD== BY ==NEW-DAILY-STAT-RECORD==.

       FD  LIVE-DAILYSTAT-FILE.
       COPY "./CopyBooks/DAILYSTAT.cpy"
           REPLACING ==DAILY-STAT-RECORD==
               BY ==LIVE-DAILY-STAT-RECORD==.

       FD  OLD-GUEST-FILE.
       COPY "./CopyBooks/GUESTSV1.cpy"
           REPLACING ==GUEST-RECORD== BY ==OLD-GUEST-RECORD==.

       FD  NEW-GUEST-FILE.
       COPY "./CopyBooks/GUESTS.cpy"
           REPLACING ==GUEST-RECORD== BY ==NEW-GUEST-RECORD==.

       FD  LIVE-GUEST-FILE.
       COPY "./CopyBooks/GUESTS.cpy"
           REPLACING ==GUEST-RECORD== BY ==LIVE-GUEST-RECORD==.

       FD  OLD-INVOICE-FILE.
       COPY "./CopyBooks/INVOICESV1.cpy"
           REPLACING ==INVOICE-RECORD== BY ==OLD-INVOICE-RECORD==.

       FD  NEW-INVOICE-FILE.
       COPY "./CopyBooks/INVOICES.cpy"
           REPLACING ==INVOICE-RECORD== BY ==NEW-INVOICE-RECORD==.

       FD  LIVE-INVOICE-FILE.
       COPY "./CopyBooks/INVOICES.cpy"
           REPLACING ==INVOICE-RECORD== BY ==LIVE-INVOICE-RECORD==.

       FD  OLD-ARCH-INVOICE-FILE.
       COPY "./CopyBooks/INVOICESV1.cpy"
           REPLACING ==INVOICE-RECORD== BY ==OLD-ARCH-INVOICE-RECORD==.

       FD  NEW-ARCH-INVOICE-FILE.
       COPY "./CopyBooks/INVOICES.cpy"
           REPLACING ==INVOICE-RECORD== BY ==NEW-ARCH-INVOICE-RECORD==.

       FD  LIVE-ARCH-INVOICE-FILE.
       COPY "./CopyBooks/INVOICES.cpy"
           REPLACING ==INVOICE-RECORD== BY ==LIVE-ARCH-INVOICE-RECORD==.

       FD  OLD-PACKAGE-FILE.
       COPY "./CopyBooks/PACKAGESV1.cpy"
           REPLACING ==PACKAGE-RECORD== BY ==OLD-PACKAGE-RECORD==.

       FD  OLD2-PACKAGE-FILE.
       COPY "./CopyBooks/PACKAGESV2.cpy"
           REPLACING ==PACKAGE-RECORD== BY ==OLD2-PACKAGE-RECORD==.

       FD  NEW-PACKAGE-FILE.
       COPY "./CopyBooks/PACKAGES.cpy"
           REPLACING ==PACKAGE-RECORD== BY ==NEW-PACKAGE-RECORD==.

       FD  LIVE-PACKAGE-FILE.
       COPY "./CopyBooks/PACKAGES.cpy"
           REPLACING ==PACKAGE-RECORD== BY ==LIVE-PACKAGE-RECORD==.

       FD  OLD-PAYMENT-FILE.
       COPY "./CopyBooks/PAYMENTSV1.cpy"
           REPLACING ==PAYMENT-RECORD== BY ==OLD-PAYMENT-RECORD==.

       FD  NEW-PAYMENT-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy"
           REPLACING ==PAYMENT-RECORD== BY ==NEW-PAYMENT-RECORD==.

       FD  LIVE-PAYMENT-FILE.
       COPY "./CopyBooks/PAYMENTS.cpy"
           REPLACING ==PAYMENT-RECORD== BY ==LIVE-PAYMENT-RECORD==.

       FD  OLD-PREAUTH-FILE.
       COPY "./CopyBooks/PREAUTHSV1.cpy"
           REPLACING ==PREAUTH-RECORD== BY ==OLD-PREAUTH-RECORD==.

       FD  NEW-PREAUTH-FILE.
       COPY "./CopyBooks/PREAUTHS.cpy"
           REPLACING ==PREAUTH-RECORD== BY ==NEW-PREAUTH-RECORD==.

       FD  LIVE-PREAUTH-FILE.
       COPY "./CopyBooks/PREAUTHS.cpy"
           REPLACING ==PREAUTH-RECORD== BY ==LIVE-PREAUTH-RECORD==.

       FD  OLD-PROMO-FILE.
       COPY "./CopyBooks/PROMOSV1.cpy"
           REPLACING ==PROMO-RECORD== BY ==OLD-PROMO-RECORD==.

       FD  NEW-PROMO-FILE.
       COPY "./CopyBooks/PROMOS.cpy"
           REPLACING ==PROMO-RECORD== BY ==NEW-PROMO-RECORD==.

       FD  LIVE-PROMO-FILE.
       COPY "./CopyBooks/PROMOS.cpy"
           REPLACING ==PROMO-RECORD== BY ==LIVE-PROMO-RECORD==.

       FD  OLD-QUOTE-FILE.
       COPY "./CopyBooks/QUOTESV1.cpy"
           REPLACING ==QUOTE-RECORD== BY ==OLD-QUOTE-RECORD==.

       FD  NEW-QUOTE-FILE.
       COPY "./CopyBooks/QUOTES.cpy"
           REPLACING ==QUOTE-RECORD== BY ==NEW-QUOTE-RECORD==.

       FD  LIVE-QUOTE-FILE.
       COPY "./CopyBooks/QUOTES.cpy"
           REPLACING ==QUOTE-RECORD== BY ==LIVE-QUOTE-RECORD==.

       FD  OLD-ROOMTYPE-FILE.
       COPY "./CopyBooks/ROOMTYPESV1.cpy"
           REPLACING ==ROOM-TYPE-RECORD== BY ==OLD-ROOM-TYPE-RECORD==.

       FD  OLD2-ROOMTYPE-FILE.
       COPY "./CopyBooks/ROOMTYPESV2.cpy"
           REPLACING ==ROOM-TYPE-RECORD== BY ==OLD2-ROOM-TYPE-RECORD==.

       FD  NEW-ROOMTYPE-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy"
           REPLACING ==ROOM-TYPE-RECORD== BY ==NEW-ROOM-TYPE-RECORD==.

       FD  LIVE-ROOMTYPE-FILE.
       COPY "./CopyBooks/ROOMTYPES.cpy"
           REPLACING ==ROOM-TYPE-RECORD== BY ==LIVE-ROOM-TYPE-RECORD==.

       FD  OLD-RSORDER-FILE.
       COPY "./CopyBooks/RSORDERSV1.cpy"
           REPLACING ==RS-ORDER-RECORD== BY ==OLD-RS-ORDER-RECORD==.

       FD  NEW-RSORDER-FILE.
       COPY "./CopyBooks/RSORDERS.cpy"
           REPLACING ==RS-ORDER-RECORD== BY ==NEW-RS-ORDER-RECORD==.

       FD  LIVE-RSORDER-FILE.
       COPY "./CopyBooks/RSORDERS.cpy"
           REPLACING ==RS-ORDER-RECORD== BY ==LIVE-RS-ORDER-RECORD==.

       FD  OLD-SERVICE-FILE.
       COPY "./CopyBooks/SERVICESV1.cpy"
           REPLACING ==SERVICE-RECORD== BY ==OLD-SERVICE-RECORD==.

       FD  NEW-SERVICE-FILE.
       COPY "./CopyBooks/SERVICES.cpy"
           REPLACING ==SERVICE-RECORD== BY ==NEW-SERVICE-RECORD==.

       FD  LIVE-SERVICE-FILE.
       COPY "./CopyBooks/SERVICES.cpy"
           REPLACING ==SERVICE-RECORD== BY ==LIVE-SERVICE-RECORD==.

       FD  OLD-WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDERV1.cpy"
           REPLACING ==WORKORDER-RECORD== BY ==OLD-WORKORDER-RECORD==.

       FD  NEW-WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy"
           REPLACING ==WORKORDER-RECORD== BY ==NEW-WORKORDER-RECORD==.

       FD  LIVE-WORKORDER-FILE.
       COPY "./CopyBooks/WORKORDER.cpy"
           REPLACING ==WORKORDER-RECORD== BY ==LIVE-WORKORDER-RECORD==.
       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       FD  UPGRADE-REPORT-FILE.
       01  UPGRADE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS      PIC 99.
           88 OLD-FILE-OK          VALUE 00.
           88 OLD-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-NEW-FILE-STATUS      PIC 99.
           88 NEW-FILE-OK          VALUE 00.
           88 NEW-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-LIVE-FILE-STATUS     PIC 99.
           88 LIVE-FILE-OK         VALUE 00.
           88 LIVE-FILE-ERROR      VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.

       *> The files whose layout has changed since the first release -
       *> every other file is still at version 01 and needs nothing
       01  WS-UNIT-VALUES.
           05  FILLER  PIC X(16) VALUE 'BOOKINGS'.
           05  FILLER  PIC X(16) VALUE 'BOOKINGS_ARCHIVE'.
           05  FILLER  PIC X(16) VALUE 'CANCELLATIONS'.
           05  FILLER  PIC X(16) VALUE 'CHECKINOUT'.
           05  FILLER  PIC X(16) VALUE 'CITYLEDG'.
           05  FILLER  PIC X(16) VALUE 'CONTRACTS'.
           05  FILLER  PIC X(16) VALUE 'CUSTOMERS'.
           05  FILLER  PIC X(16) VALUE 'DAILYSTATS'.
           05  FILLER  PIC X(16) VALUE 'GUESTS'.
           05  FILLER  PIC X(16) VALUE 'INVOICES'.
           05  FILLER  PIC X(16) VALUE 'INVOICES_ARCHIVE'.
           05  FILLER  PIC X(16) VALUE 'PACKAGES'.
           05  FILLER  PIC X(16) VALUE 'PAYMENTS'.
           05  FILLER  PIC X(16) VALUE 'PREAUTHS'.
           05  FILLER  PIC X(16) VALUE 'PROMOS'.
           05  FILLER  PIC X(16) VALUE 'QUOTES'.
           05  FILLER  PIC X(16) VALUE 'ROOMTYPES'.
           05  FILLER  PIC X(16) VALUE 'RSORDERS'.
           05  FILLER  PIC X(16) VALUE 'SERVICES'.
           05  FILLER  PIC X(16) VALUE 'WORKORDERS'.
       01  WS-UNIT-TABLE REDEFINES WS-UNIT-VALUES.
           05  WS-UNIT-NAME OCCURS 20 TIMES PIC X(16).
       01  WS-UNIT-STATE.
           05  WS-UNIT-ENTRY OCCURS 20 TIMES.
               10  WS-UNIT-STAMPED PIC 9(2).
               10  WS-UNIT-CURRENT PIC 9(2).
       01  WS-UNIT-COUNT           PIC 9(2) VALUE 20.
       01  WS-UNIT-IDX             PIC 9(2).

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-CONFIRM              PIC X(3).
       01  WS-OPERATOR-ID          PIC X(5).
       01  WS-OPERATOR-ROLE        PIC X(10).
       01  WS-ACTION               PIC X(24).
       01  WS-NEEDED-COUNT         PIC 9(2) VALUE 0.
       01  WS-DONE-COUNT           PIC 9(2) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(2) VALUE 0.

       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-WRITE-COUNT          PIC 9(7) VALUE 0.
       01  WS-BACK-READ            PIC 9(7) VALUE 0.
       01  WS-BACK-WRITE           PIC 9(7) VALUE 0.
       01  WS-UPGRADE-OK           PIC X.
       01  WS-RESULT               PIC X(32).
       01  WS-SWAP-STATUS          PIC S9(9) COMP.
       01  WS-NEW-PATH             PIC X(40).
       01  WS-SIDE-PATH            PIC X(44).
       01  WS-NOW                  PIC X(21).

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(18) VALUE 'FILE'.
           05  FILLER              PIC X(6)  VALUE 'FROM'.
           05  FILLER              PIC X(4)  VALUE 'TO'.
           05  FILLER              PIC X(9)  VALUE '   BEFORE'.
           05  FILLER              PIC X(9)  VALUE '    AFTER'.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE 'RESULT'.
       01  WS-RPT-DETAIL.
           05  RD-FILE-NAME        PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RD-FROM-VERSION     PIC Z9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RD-TO-VERSION       PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RD-BEFORE           PIC Z,ZZZ,ZZ9.
           05  RD-AFTER            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RD-RESULT           PIC X(32).

       COPY "./CopyBooks/LAYOUTAREA.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           PERFORM READ-SESSION-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
               DISPLAY "Data-file upgrades need a Manager sign-on."
               GOBACK
           END-IF

           DISPLAY "=========================================="
           DISPLAY "   DATA-FILE LAYOUT UPGRADE"
           DISPLAY "=========================================="
           PERFORM LIST-FILE-VERSIONS
           IF WS-NEEDED-COUNT = 0
               DISPLAY "Every file is at the layout this release "
                       "expects - nothing to upgrade."
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY WS-NEEDED-COUNT " file(s) marked UPGRADE will be "
                   "converted to the current layout."
           DISPLAY "Take a backup and make sure nobody else is "
                   "signed on. Type YES to proceed: "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'YES'
               DISPLAY "Upgrade cancelled - nothing touched."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN OUTPUT UPGRADE-REPORT-FILE
           MOVE SPACES TO UPGRADE-LINE
           STRING "DATA-FILE LAYOUT UPGRADE  " WS-NOW(1:4) "-"
                  WS-NOW(5:2) "-" WS-NOW(7:2) " " WS-NOW(9:2) ":"
                  WS-NOW(11:2) "  BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO UPGRADE-LINE
           WRITE UPGRADE-LINE
           MOVE SPACES TO UPGRADE-LINE
           WRITE UPGRADE-LINE
           WRITE UPGRADE-LINE FROM WS-RPT-HEADING

           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               IF WS-UNIT-STAMPED(WS-UNIT-IDX) > 0
                  AND WS-UNIT-STAMPED(WS-UNIT-IDX)
                      < WS-UNIT-CURRENT(WS-UNIT-IDX)
                   PERFORM UPGRADE-ONE-FILE
               END-IF
           END-PERFORM

           MOVE SPACES TO UPGRADE-LINE
           WRITE UPGRADE-LINE
           MOVE SPACES TO UPGRADE-LINE
           STRING "FILES UPGRADED: " WS-DONE-COUNT
                  "   FAILED: " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO UPGRADE-LINE
           WRITE UPGRADE-LINE
           CLOSE UPGRADE-REPORT-FILE

           MOVE 'UPGRADE' TO RCA-REPORT-NAME
           MOVE '../DATA/UPGRADE.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY " "
           DISPLAY "Files upgraded: " WS-DONE-COUNT
                   "   failed: " WS-FAILED-COUNT
           IF WS-FAILED-COUNT > 0
               DISPLAY "A failed file keeps its old layout and "
                       "stamp - sign-on stays refused until it is "
                       "sorted out."
           END-IF
           DISPLAY "Report written to UPGRADE.RPT"
           GOBACK.

       LIST-FILE-VERSIONS.
           MOVE 0 TO WS-NEEDED-COUNT
           DISPLAY "File              Stamped  Current  Action"
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               MOVE 'Q' TO LC-MODE
               MOVE WS-UNIT-NAME(WS-UNIT-IDX) TO LC-FILE-NAME
               CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
               MOVE LC-VERSION TO WS-UNIT-STAMPED(WS-UNIT-IDX)
               MOVE LC-CURRENT-VERSION TO WS-UNIT-CURRENT(WS-UNIT-IDX)
               EVALUATE TRUE
                   WHEN LC-VERSION = 0
                       MOVE 'No stamp - not touched' TO WS-ACTION
                   WHEN LC-VERSION < LC-CURRENT-VERSION
                       MOVE 'UPGRADE' TO WS-ACTION
                       ADD 1 TO WS-NEEDED-COUNT
                   WHEN LC-VERSION > LC-CURRENT-VERSION
                       MOVE 'Newer than this release' TO WS-ACTION
                   WHEN OTHER
                       MOVE 'Current' TO WS-ACTION
               END-EVALUATE
               DISPLAY WS-UNIT-NAME(WS-UNIT-IDX) "  "
                       LC-VERSION "       " LC-CURRENT-VERSION
                       "       " WS-ACTION
           END-PERFORM
           CANCEL 'layoutCheck'.

       UPGRADE-ONE-FILE.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITE-COUNT
           MOVE 0 TO WS-BACK-READ
           MOVE 0 TO WS-BACK-WRITE
           MOVE 'N' TO WS-UPGRADE-OK
           MOVE SPACES TO WS-RESULT
           DISPLAY "Upgrading " FUNCTION TRIM(WS-UNIT-NAME(WS-UNIT-IDX))
                   ".DAT ..."
           EVALUATE WS-UNIT-NAME(WS-UNIT-IDX)
               WHEN 'BOOKINGS'
                   PERFORM UPGRADE-BOOKINGS
               WHEN 'BOOKINGS_ARCHIVE'
                   PERFORM UPGRADE-BOOKINGS-ARCHIVE
               WHEN 'CANCELLATIONS'
                   PERFORM UPGRADE-CANCELLATIONS
               WHEN 'CHECKINOUT'
                   PERFORM UPGRADE-CHECKINOUT
               WHEN 'CITYLEDG'
                   PERFORM UPGRADE-CITYLEDG
               WHEN 'CONTRACTS'
                   PERFORM UPGRADE-CONTRACTS
               WHEN 'CUSTOMERS'
                   PERFORM UPGRADE-CUSTOMERS
               WHEN 'DAILYSTATS'
                   PERFORM UPGRADE-DAILYSTATS
               WHEN 'GUESTS'
                   PERFORM UPGRADE-GUESTS
               WHEN 'INVOICES'
                   PERFORM UPGRADE-INVOICES
               WHEN 'INVOICES_ARCHIVE'
                   PERFORM UPGRADE-INVOICES-ARCHIVE
               WHEN 'PACKAGES'
                   PERFORM UPGRADE-PACKAGES
               WHEN 'PAYMENTS'
                   PERFORM UPGRADE-PAYMENTS
               WHEN 'PREAUTHS'
                   PERFORM UPGRADE-PREAUTHS
               WHEN 'PROMOS'
                   PERFORM UPGRADE-PROMOS
               WHEN 'QUOTES'
                   PERFORM UPGRADE-QUOTES
               WHEN 'ROOMTYPES'
                   PERFORM UPGRADE-ROOMTYPES
               WHEN 'RSORDERS'
                   PERFORM UPGRADE-RSORDERS
               WHEN 'SERVICES'
                   PERFORM UPGRADE-SERVICES
               WHEN 'WORKORDERS'
                   PERFORM UPGRADE-WORKORDERS
           END-EVALUATE
           IF WS-UPGRADE-OK = 'Y'
               MOVE 'O' TO LC-MODE
               MOVE WS-UNIT-NAME(WS-UNIT-IDX) TO LC-FILE-NAME
               MOVE WS-UNIT-CURRENT(WS-UNIT-IDX) TO LC-VERSION
               CALL 'layoutCheck' USING LAYOUT-CHECK-AREA
               CANCEL 'layoutCheck'
               ADD 1 TO WS-DONE-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           DISPLAY "  " FUNCTION TRIM(WS-UNIT-NAME(WS-UNIT-IDX))
                   ": " WS-READ-COUNT " before, " WS-BACK-WRITE
                   " after - " WS-RESULT

           MOVE WS-UNIT-NAME(WS-UNIT-IDX) TO RD-FILE-NAME
           MOVE WS-UNIT-STAMPED(WS-UNIT-IDX) TO RD-FROM-VERSION
           MOVE WS-UNIT-CURRENT(WS-UNIT-IDX) TO RD-TO-VERSION
           MOVE WS-READ-COUNT TO RD-BEFORE
           MOVE WS-BACK-WRITE TO RD-AFTER
           MOVE WS-RESULT TO RD-RESULT
           WRITE UPGRADE-LINE FROM WS-RPT-DETAIL.

      *****************************************************************
      * COMMON OUTCOMES
      * Each file's conversion below ends in one of these, so the
      * wording on screen and on the report is the same whichever
      * file it was.
      *****************************************************************
       *> A file that was never created has nothing to convert - the
       *> first program to need it creates it in the current layout.
       OLD-FILE-NOT-READABLE.
           IF WS-OLD-FILE-STATUS = 35
               MOVE 'Y' TO WS-UPGRADE-OK
               MOVE 'Not on disk - stamped current' TO WS-RESULT
           ELSE
               STRING 'Not readable (status ' WS-OLD-FILE-STATUS ')'
                   DELIMITED BY SIZE INTO WS-RESULT
           END-IF.

       WORK-FILE-NOT-CREATED.
           STRING 'Work file not created (status '
                  WS-NEW-FILE-STATUS ')'
               DELIMITED BY SIZE INTO WS-RESULT.

       CONVERT-COUNTS-DIFFER.
           MOVE 'Counts differ - old file kept' TO WS-RESULT
           DISPLAY "  Read " WS-READ-COUNT ", converted "
                   WS-WRITE-COUNT " - old file kept, "
                   FUNCTION TRIM(WS-UNIT-NAME(WS-UNIT-IDX))
                   "_NEW.DAT left for inspection.".

       WORK-FILE-NOT-REOPENED.
           MOVE 'Work file lost - live untouched' TO WS-RESULT.

       LIVE-FILE-NOT-REWRITTEN.
           MOVE 'LIVE FILE NOT REWRITTEN' TO WS-RESULT
           DISPLAY "  Cannot rewrite "
                   FUNCTION TRIM(WS-UNIT-NAME(WS-UNIT-IDX))
                   ".DAT (status " WS-LIVE-FILE-STATUS
                   ") - reload it from "
                   FUNCTION TRIM(WS-UNIT-NAME(WS-UNIT-IDX))
                   "_NEW.DAT by hand.".

       *> The work file stays on disk until the copy-back has been
       *> shown to hold every converted record.
       JUDGE-COPY-BACK.
           IF WS-BACK-WRITE = WS-BACK-READ
              AND WS-BACK-WRITE = WS-WRITE-COUNT
               MOVE SPACES TO WS-NEW-PATH
               STRING '../DATA/'
                      FUNCTION TRIM(WS-UNIT-NAME(WS-UNIT-IDX))
                      '_NEW.DAT'
                   DELIMITED BY SIZE INTO WS-NEW-PATH
               PERFORM DELETE-WORK-FILE
               MOVE 'Y' TO WS-UPGRADE-OK
               MOVE 'Upgraded' TO WS-RESULT
           ELSE
               MOVE 'COPY-BACK SHORT - RELOAD BY HAND' TO WS-RESULT
               DISPLAY "  Copy-back counts differ (read "
                       WS-BACK-READ ", wrote " WS-BACK-WRITE
                       ") - reload "
                       FUNCTION TRIM(WS-UNIT-NAME(WS-UNIT-IDX))
                       ".DAT from "
                       FUNCTION TRIM(WS-UNIT-NAME(WS-UNIT-IDX))
                       "_NEW.DAT by hand."
           END-IF.

       *> Remove the verified work file together with the sidecar
       *> file its alternate index was built in.
       DELETE-WORK-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-NEW-PATH
               RETURNING WS-SWAP-STATUS
           IF WS-SWAP-STATUS NOT = 0
               DISPLAY "  Could not remove "
                       FUNCTION TRIM(WS-NEW-PATH)
                       " - delete it by hand."
           END-IF
           MOVE SPACES TO WS-SIDE-PATH
           STRING FUNCTION TRIM(WS-NEW-PATH) DELIMITED BY SIZE
                  '.1' DELIMITED BY SIZE
                  INTO WS-SIDE-PATH
           CALL 'CBL_DELETE_FILE' USING WS-SIDE-PATH
               RETURNING WS-SWAP-STATUS.

      *****************************************************************
      * PER-FILE CONVERSIONS
      * Old record -> work file with the added fields defaulted, then
      * work file -> live path in the current layout. The old layouts
      * are leading parts of the current ones, so the group move
      * carries every old field across and the defaults paragraph
      * fills in only what was added since.
      *****************************************************************
       UPGRADE-BOOKINGS.
           OPEN INPUT OLD-BOOKING-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-BOOKING-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-BOOKING-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-BOOKING-RECORD TO NEW-BOOKING-RECORD
                       PERFORM SET-BOOKINGS-DEFAULTS
                       WRITE NEW-BOOKING-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   BOOKING-ID IN NEW-BOOKING-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-BOOKING-FILE
           CLOSE NEW-BOOKING-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-BOOKINGS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-BOOKINGS-DEFAULTS.
           MOVE 0 TO BOOKED-RATE-BK IN NEW-BOOKING-RECORD
           MOVE SPACES TO RATE-SOURCE-BK IN NEW-BOOKING-RECORD
           MOVE 1 TO ADULTS-BK IN NEW-BOOKING-RECORD
           MOVE 0 TO CHILDREN-BK IN NEW-BOOKING-RECORD
           MOVE 0 TO XPERSON-RATE-BK IN NEW-BOOKING-RECORD
           MOVE SPACES TO OCC-WAIVER-BY-BK IN NEW-BOOKING-RECORD
           MOVE 0 TO SHARE-WITH-BK IN NEW-BOOKING-RECORD
           MOVE 0 TO SHARE-PCT-BK IN NEW-BOOKING-RECORD
           MOVE SPACE TO SHARE-ROLE-BK IN NEW-BOOKING-RECORD
           MOVE SPACES TO COMP-AUTH-BY-BK IN NEW-BOOKING-RECORD
           MOVE SPACES TO COMP-REASON-BK IN NEW-BOOKING-RECORD
           MOVE SPACES TO CANCEL-POLICY-BK IN NEW-BOOKING-RECORD.

       COPY-BACK-BOOKINGS.
           OPEN INPUT NEW-BOOKING-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-BOOKING-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-BOOKING-RECORD TO LIVE-BOOKING-RECORD
                       WRITE LIVE-BOOKING-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-BOOKING-FILE
           CLOSE LIVE-BOOKING-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-BOOKINGS-ARCHIVE.
           OPEN INPUT OLD-ARCH-BOOKING-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-ARCH-BOOKING-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-ARCH-BOOKING-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-ARCH-BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-ARCH-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-ARCH-BOOKING-RECORD
                           TO NEW-ARCH-BOOKING-RECORD
                       PERFORM SET-BOOKINGS-ARCHIVE-DEFAULTS
                       WRITE NEW-ARCH-BOOKING-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   BOOKING-ID IN NEW-ARCH-BOOKING-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-ARCH-BOOKING-FILE
           CLOSE NEW-ARCH-BOOKING-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-BOOKINGS-ARCHIVE
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-BOOKINGS-ARCHIVE-DEFAULTS.
           MOVE 0 TO BOOKED-RATE-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE SPACES TO RATE-SOURCE-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE 1 TO ADULTS-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE 0 TO CHILDREN-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE 0 TO XPERSON-RATE-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE SPACES TO OCC-WAIVER-BY-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE 0 TO SHARE-WITH-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE 0 TO SHARE-PCT-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE SPACE TO SHARE-ROLE-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE SPACES TO COMP-AUTH-BY-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE SPACES TO COMP-REASON-BK IN NEW-ARCH-BOOKING-RECORD
           MOVE SPACES TO CANCEL-POLICY-BK IN NEW-ARCH-BOOKING-RECORD.

       COPY-BACK-BOOKINGS-ARCHIVE.
           OPEN INPUT NEW-ARCH-BOOKING-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-ARCH-BOOKING-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-ARCH-BOOKING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-ARCH-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-ARCH-BOOKING-RECORD
                           TO LIVE-ARCH-BOOKING-RECORD
                       WRITE LIVE-ARCH-BOOKING-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-ARCH-BOOKING-FILE
           CLOSE LIVE-ARCH-BOOKING-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-CANCELLATIONS.
           OPEN INPUT OLD-CANCEL-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-CANCEL-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-CANCEL-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-CANCEL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-CANCEL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-CANCELLATION-RECORD
                           TO NEW-CANCELLATION-RECORD
                       PERFORM SET-CANCELLATIONS-DEFAULTS
                       WRITE NEW-CANCELLATION-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   CANCEL-ID IN NEW-CANCELLATION-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-CANCEL-FILE
           CLOSE NEW-CANCEL-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-CANCELLATIONS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-CANCELLATIONS-DEFAULTS.
           MOVE 'N' TO CANCEL-REVERSED-FLAG IN NEW-CANCELLATION-RECORD
           MOVE SPACES TO CANCEL-REVERSED-AT IN NEW-CANCELLATION-RECORD.

       COPY-BACK-CANCELLATIONS.
           OPEN INPUT NEW-CANCEL-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-CANCEL-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-CANCEL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-CANCEL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-CANCELLATION-RECORD
                           TO LIVE-CANCELLATION-RECORD
                       WRITE LIVE-CANCELLATION-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-CANCEL-FILE
           CLOSE LIVE-CANCEL-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-CHECKINOUT.
           OPEN INPUT OLD-CHECKIN-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-CHECKIN-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-CHECKIN-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-CHECKIN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-CHECKIN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-CHECKINOUT-RECORD
                           TO NEW-CHECKINOUT-RECORD
                       PERFORM SET-CHECKINOUT-DEFAULTS
                       WRITE NEW-CHECKINOUT-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   CHECKIN-ID IN NEW-CHECKINOUT-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-CHECKIN-FILE
           CLOSE NEW-CHECKIN-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-CHECKINOUT
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-CHECKINOUT-DEFAULTS.
           MOVE 'N' TO EARLY-ARRIVAL-IO IN NEW-CHECKINOUT-RECORD
           MOVE 0 TO EARLY-FEE-IO IN NEW-CHECKINOUT-RECORD.

       COPY-BACK-CHECKINOUT.
           OPEN INPUT NEW-CHECKIN-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-CHECKIN-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-CHECKIN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-CHECKIN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-CHECKINOUT-RECORD
                           TO LIVE-CHECKINOUT-RECORD
                       WRITE LIVE-CHECKINOUT-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-CHECKIN-FILE
           CLOSE LIVE-CHECKIN-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-CITYLEDG.
           OPEN INPUT OLD-CITYLEDG-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-CITYLEDG-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-CITYLEDG-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-CITYLEDG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-CITY-LEDGER-RECORD
                           TO NEW-CITY-LEDGER-RECORD
                       PERFORM SET-CITYLEDG-DEFAULTS
                       WRITE NEW-CITY-LEDGER-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   CL-ENTRY-ID IN NEW-CITY-LEDGER-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-CITYLEDG-FILE
           CLOSE NEW-CITYLEDG-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-CITYLEDG
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-CITYLEDG-DEFAULTS.
           *> A settled charge or applied receipt was fully used up
           *> before the applied amount was tracked
           IF CL-STATUS IN NEW-CITY-LEDGER-RECORD = 'Settled'
              OR CL-STATUS IN NEW-CITY-LEDGER-RECORD = 'Applied'
               MOVE CL-AMOUNT IN NEW-CITY-LEDGER-RECORD
                   TO CL-APPLIED-AMT IN NEW-CITY-LEDGER-RECORD
           ELSE
               MOVE 0 TO CL-APPLIED-AMT IN NEW-CITY-LEDGER-RECORD
           END-IF
           MOVE SPACES TO CL-REFERENCE IN NEW-CITY-LEDGER-RECORD.

       COPY-BACK-CITYLEDG.
           OPEN INPUT NEW-CITYLEDG-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-CITYLEDG-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-CITYLEDG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-CITYLEDG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-CITY-LEDGER-RECORD
                           TO LIVE-CITY-LEDGER-RECORD
                       WRITE LIVE-CITY-LEDGER-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-CITYLEDG-FILE
           CLOSE LIVE-CITYLEDG-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-CONTRACTS.
           OPEN INPUT OLD-CONTRACT-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-CONTRACT-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-CONTRACT-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-CONTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-CONTRACT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-CONTRACT-RECORD TO NEW-CONTRACT-RECORD
                       PERFORM SET-CONTRACTS-DEFAULTS
                       WRITE NEW-CONTRACT-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   CT-KEY IN NEW-CONTRACT-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-CONTRACT-FILE
           CLOSE NEW-CONTRACT-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-CONTRACTS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-CONTRACTS-DEFAULTS.
           MOVE 0 TO CT-COMMIT-NIGHTS IN NEW-CONTRACT-RECORD.

       COPY-BACK-CONTRACTS.
           OPEN INPUT NEW-CONTRACT-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-CONTRACT-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-CONTRACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-CONTRACT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-CONTRACT-RECORD TO LIVE-CONTRACT-RECORD
                       WRITE LIVE-CONTRACT-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-CONTRACT-FILE
           CLOSE LIVE-CONTRACT-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-CUSTOMERS.
           OPEN INPUT OLD-CUSTOMER-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-CUSTOMER-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-CUSTOMER-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-CUSTOMER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-CUSTOMER-RECORD TO NEW-CUSTOMER-RECORD
                       PERFORM SET-CUSTOMERS-DEFAULTS
                       WRITE NEW-CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   CUSTOMER-ID IN NEW-CUSTOMER-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-CUSTOMER-FILE
           CLOSE NEW-CUSTOMER-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-CUSTOMERS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-CUSTOMERS-DEFAULTS.
           MOVE SPACES TO CUSTOMER-NATIONALITY IN NEW-CUSTOMER-RECORD
           MOVE SPACES TO CUSTOMER-RESIDENCE IN NEW-CUSTOMER-RECORD
           MOVE SPACES TO CUSTOMER-ADDRESS IN NEW-CUSTOMER-RECORD
           *> No consent on record until the guest gives it
           MOVE 'N' TO CUSTOMER-MKT-EMAIL IN NEW-CUSTOMER-RECORD
           MOVE 'N' TO CUSTOMER-MKT-SMS IN NEW-CUSTOMER-RECORD
           MOVE 'N' TO CUSTOMER-MKT-POST IN NEW-CUSTOMER-RECORD
           MOVE 0 TO CUSTOMER-CONSENT-DATE IN NEW-CUSTOMER-RECORD
           MOVE SPACES TO CUSTOMER-CONSENT-SOURCE IN NEW-CUSTOMER-RECORD
           MOVE SPACES TO CUSTOMER-SOURCE IN NEW-CUSTOMER-RECORD.

       COPY-BACK-CUSTOMERS.
           OPEN INPUT NEW-CUSTOMER-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-CUSTOMER-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-CUSTOMER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-CUSTOMER-RECORD TO LIVE-CUSTOMER-RECORD
                       WRITE LIVE-CUSTOMER-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-CUSTOMER-FILE
           CLOSE LIVE-CUSTOMER-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-DAILYSTATS.
           OPEN INPUT OLD-DAILYSTAT-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-DAILYSTAT-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-DAILYSTAT-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-DAILYSTAT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-DAILYSTAT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-DAILY-STAT-RECORD
                           TO NEW-DAILY-STAT-RECORD
                       PERFORM SET-DAILYSTATS-DEFAULTS
                       WRITE NEW-DAILY-STAT-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   DS-DATE IN NEW-DAILY-STAT-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-DAILYSTAT-FILE
           CLOSE NEW-DAILYSTAT-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-DAILYSTATS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-DAILYSTATS-DEFAULTS.
           MOVE 0 TO DS-COMP-ROOMS IN NEW-DAILY-STAT-RECORD
           MOVE 0 TO DS-HOUSE-ROOMS IN NEW-DAILY-STAT-RECORD.

       COPY-BACK-DAILYSTATS.
           OPEN INPUT NEW-DAILYSTAT-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-DAILYSTAT-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-DAILYSTAT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-DAILYSTAT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-DAILY-STAT-RECORD
                           TO LIVE-DAILY-STAT-RECORD
                       WRITE LIVE-DAILY-STAT-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-DAILYSTAT-FILE
           CLOSE LIVE-DAILYSTAT-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-GUESTS.
           OPEN INPUT OLD-GUEST-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-GUEST-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-GUEST-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-GUEST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-GUEST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-GUEST-RECORD TO NEW-GUEST-RECORD
                       PERFORM SET-GUESTS-DEFAULTS
                       WRITE NEW-GUEST-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   GUEST-ID IN NEW-GUEST-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-GUEST-FILE
           CLOSE NEW-GUEST-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-GUESTS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-GUESTS-DEFAULTS.
           MOVE 0 TO GUEST-CHECKIN-ID IN NEW-GUEST-RECORD
           MOVE SPACES TO GUEST-NATIONALITY IN NEW-GUEST-RECORD
           MOVE SPACES TO GUEST-RESIDENCE IN NEW-GUEST-RECORD
           MOVE SPACES TO GUEST-ADDRESS IN NEW-GUEST-RECORD
           MOVE 'N' TO GUEST-ASSIST-MOBILITY IN NEW-GUEST-RECORD
           MOVE 'N' TO GUEST-ASSIST-HEARING IN NEW-GUEST-RECORD
           MOVE 'N' TO GUEST-ASSIST-SIGHT IN NEW-GUEST-RECORD.

       COPY-BACK-GUESTS.
           OPEN INPUT NEW-GUEST-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-GUEST-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-GUEST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-GUEST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-GUEST-RECORD TO LIVE-GUEST-RECORD
                       WRITE LIVE-GUEST-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-GUEST-FILE
           CLOSE LIVE-GUEST-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-INVOICES.
           OPEN INPUT OLD-INVOICE-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-INVOICE-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-INVOICE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-INVOICE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-INVOICE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-INVOICE-RECORD TO NEW-INVOICE-RECORD
                       PERFORM SET-INVOICES-DEFAULTS
                       WRITE NEW-INVOICE-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   INVOICE-ID IN NEW-INVOICE-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-INVOICE-FILE
           CLOSE NEW-INVOICE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-INVOICES
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-INVOICES-DEFAULTS.
           MOVE SPACES TO TAX-EXEMPT-CERT-IV IN NEW-INVOICE-RECORD
           MOVE 0 TO EXEMPT-AMOUNT-IV IN NEW-INVOICE-RECORD
           MOVE 0 TO GRATUITY-IV IN NEW-INVOICE-RECORD.

       COPY-BACK-INVOICES.
           OPEN INPUT NEW-INVOICE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-INVOICE-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-INVOICE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-INVOICE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-INVOICE-RECORD TO LIVE-INVOICE-RECORD
                       WRITE LIVE-INVOICE-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-INVOICE-FILE
           CLOSE LIVE-INVOICE-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-INVOICES-ARCHIVE.
           OPEN INPUT OLD-ARCH-INVOICE-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-ARCH-INVOICE-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-ARCH-INVOICE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-ARCH-INVOICE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-ARCH-INVOICE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-ARCH-INVOICE-RECORD
                           TO NEW-ARCH-INVOICE-RECORD
                       PERFORM SET-INVOICES-ARCHIVE-DEFAULTS
                       WRITE NEW-ARCH-INVOICE-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   INVOICE-ID IN NEW-ARCH-INVOICE-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-ARCH-INVOICE-FILE
           CLOSE NEW-ARCH-INVOICE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-INVOICES-ARCHIVE
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-INVOICES-ARCHIVE-DEFAULTS.
           MOVE SPACES TO TAX-EXEMPT-CERT-IV IN NEW-ARCH-INVOICE-RECORD
           MOVE 0 TO EXEMPT-AMOUNT-IV IN NEW-ARCH-INVOICE-RECORD
           MOVE 0 TO GRATUITY-IV IN NEW-ARCH-INVOICE-RECORD.

       COPY-BACK-INVOICES-ARCHIVE.
           OPEN INPUT NEW-ARCH-INVOICE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-ARCH-INVOICE-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-ARCH-INVOICE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-ARCH-INVOICE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-ARCH-INVOICE-RECORD
                           TO LIVE-ARCH-INVOICE-RECORD
                       WRITE LIVE-ARCH-INVOICE-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-ARCH-INVOICE-FILE
           CLOSE LIVE-ARCH-INVOICE-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-PACKAGES.
           IF WS-UNIT-STAMPED(WS-UNIT-IDX) = 1
               PERFORM UPGRADE-PACKAGES-FROM-V1
           ELSE
               PERFORM UPGRADE-PACKAGES-FROM-V2
           END-IF.

       UPGRADE-PACKAGES-FROM-V1.
           OPEN INPUT OLD-PACKAGE-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-PACKAGE-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-PACKAGE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-PACKAGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-PACKAGE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-PACKAGE-RECORD TO NEW-PACKAGE-RECORD
                       PERFORM SET-PACKAGES-DEFAULTS
                       WRITE NEW-PACKAGE-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   PKG-CODE IN NEW-PACKAGE-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-PACKAGE-FILE
           CLOSE NEW-PACKAGE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-PACKAGES
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       UPGRADE-PACKAGES-FROM-V2.
           OPEN INPUT OLD2-PACKAGE-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD2-PACKAGE-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-PACKAGE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD2-PACKAGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD2-PACKAGE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD2-PACKAGE-RECORD TO NEW-PACKAGE-RECORD
                       PERFORM SET-PACKAGES-V2-DEFAULTS
                       WRITE NEW-PACKAGE-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   PKG-CODE IN NEW-PACKAGE-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD2-PACKAGE-FILE
           CLOSE NEW-PACKAGE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-PACKAGES
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-PACKAGES-DEFAULTS.
           MOVE SPACES TO PKG-CANCEL-POLICY IN NEW-PACKAGE-RECORD
           PERFORM SET-PACKAGES-V2-DEFAULTS.

       *> Meal components are taxed at the standard rate until coded
       SET-PACKAGES-V2-DEFAULTS.
           MOVE SPACES TO PKG-BREAKFAST-TAX IN NEW-PACKAGE-RECORD
           MOVE SPACES TO PKG-DINNER-TAX IN NEW-PACKAGE-RECORD.

       COPY-BACK-PACKAGES.
           OPEN INPUT NEW-PACKAGE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-PACKAGE-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-PACKAGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-PACKAGE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-PACKAGE-RECORD TO LIVE-PACKAGE-RECORD
                       WRITE LIVE-PACKAGE-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-PACKAGE-FILE
           CLOSE LIVE-PACKAGE-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-PAYMENTS.
           OPEN INPUT OLD-PAYMENT-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-PAYMENT-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-PAYMENT-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-PAYMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-PAYMENT-RECORD TO NEW-PAYMENT-RECORD
                       PERFORM SET-PAYMENTS-DEFAULTS
                       WRITE NEW-PAYMENT-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   PAYMENT-ID IN NEW-PAYMENT-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-PAYMENT-FILE
           CLOSE NEW-PAYMENT-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-PAYMENTS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-PAYMENTS-DEFAULTS.
           MOVE SPACES TO PAYMENT-CARD-REF IN NEW-PAYMENT-RECORD
           MOVE 'N' TO PAYMENT-RECON-FLAG IN NEW-PAYMENT-RECORD.

       COPY-BACK-PAYMENTS.
           OPEN INPUT NEW-PAYMENT-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-PAYMENT-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-PAYMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-PAYMENT-RECORD TO LIVE-PAYMENT-RECORD
                       WRITE LIVE-PAYMENT-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-PAYMENT-FILE
           CLOSE LIVE-PAYMENT-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-PREAUTHS.
           OPEN INPUT OLD-PREAUTH-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-PREAUTH-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-PREAUTH-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-PREAUTH-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-PREAUTH-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-PREAUTH-RECORD TO NEW-PREAUTH-RECORD
                       PERFORM SET-PREAUTHS-DEFAULTS
                       WRITE NEW-PREAUTH-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   PA-ID IN NEW-PREAUTH-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-PREAUTH-FILE
           CLOSE NEW-PREAUTH-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-PREAUTHS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-PREAUTHS-DEFAULTS.
           MOVE 'N' TO PA-RECON-FLAG IN NEW-PREAUTH-RECORD.

       COPY-BACK-PREAUTHS.
           OPEN INPUT NEW-PREAUTH-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-PREAUTH-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-PREAUTH-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-PREAUTH-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-PREAUTH-RECORD TO LIVE-PREAUTH-RECORD
                       WRITE LIVE-PREAUTH-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-PREAUTH-FILE
           CLOSE LIVE-PREAUTH-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-PROMOS.
           OPEN INPUT OLD-PROMO-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-PROMO-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-PROMO-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-PROMO-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-PROMO-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-PROMO-RECORD TO NEW-PROMO-RECORD
                       PERFORM SET-PROMOS-DEFAULTS
                       WRITE NEW-PROMO-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   PROMO-CODE IN NEW-PROMO-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-PROMO-FILE
           CLOSE NEW-PROMO-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-PROMOS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-PROMOS-DEFAULTS.
           MOVE SPACES TO PROMO-CANCEL-POLICY IN NEW-PROMO-RECORD.

       COPY-BACK-PROMOS.
           OPEN INPUT NEW-PROMO-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-PROMO-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-PROMO-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-PROMO-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-PROMO-RECORD TO LIVE-PROMO-RECORD
                       WRITE LIVE-PROMO-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-PROMO-FILE
           CLOSE LIVE-PROMO-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-QUOTES.
           OPEN INPUT OLD-QUOTE-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-QUOTE-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-QUOTE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-QUOTE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-QUOTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-QUOTE-RECORD TO NEW-QUOTE-RECORD
                       PERFORM SET-QUOTES-DEFAULTS
                       WRITE NEW-QUOTE-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   QUOTE-ID IN NEW-QUOTE-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-QUOTE-FILE
           CLOSE NEW-QUOTE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-QUOTES
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-QUOTES-DEFAULTS.
           MOVE 1 TO QUOTE-ADULTS IN NEW-QUOTE-RECORD
           MOVE 0 TO QUOTE-CHILDREN IN NEW-QUOTE-RECORD
           MOVE 0 TO QUOTE-XPERSON-RATE IN NEW-QUOTE-RECORD.

       COPY-BACK-QUOTES.
           OPEN INPUT NEW-QUOTE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-QUOTE-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-QUOTE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-QUOTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-QUOTE-RECORD TO LIVE-QUOTE-RECORD
                       WRITE LIVE-QUOTE-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-QUOTE-FILE
           CLOSE LIVE-QUOTE-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-ROOMTYPES.
           IF WS-UNIT-STAMPED(WS-UNIT-IDX) = 1
               PERFORM UPGRADE-ROOMTYPES-FROM-V1
           ELSE
               PERFORM UPGRADE-ROOMTYPES-FROM-V2
           END-IF.

       UPGRADE-ROOMTYPES-FROM-V1.
           OPEN INPUT OLD-ROOMTYPE-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-ROOMTYPE-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-ROOMTYPE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-ROOMTYPE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-ROOMTYPE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-ROOM-TYPE-RECORD TO NEW-ROOM-TYPE-RECORD
                       PERFORM SET-ROOMTYPES-DEFAULTS
                       WRITE NEW-ROOM-TYPE-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   ROOM-TYPE-CODE
                                       IN NEW-ROOM-TYPE-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-ROOMTYPE-FILE
           CLOSE NEW-ROOMTYPE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-ROOMTYPES
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       UPGRADE-ROOMTYPES-FROM-V2.
           OPEN INPUT OLD2-ROOMTYPE-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD2-ROOMTYPE-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-ROOMTYPE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD2-ROOMTYPE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD2-ROOMTYPE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD2-ROOM-TYPE-RECORD
                           TO NEW-ROOM-TYPE-RECORD
                       PERFORM SET-ROOMTYPES-V2-DEFAULTS
                       WRITE NEW-ROOM-TYPE-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   ROOM-TYPE-CODE
                                       IN NEW-ROOM-TYPE-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD2-ROOMTYPE-FILE
           CLOSE NEW-ROOMTYPE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-ROOMTYPES
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-ROOMTYPES-DEFAULTS.
           *> Double occupancy in the rate, no extra-person charges
           MOVE 2 TO ROOM-TYPE-BASE-OCC IN NEW-ROOM-TYPE-RECORD
           MOVE 2 TO ROOM-TYPE-MAX-OCC IN NEW-ROOM-TYPE-RECORD
           MOVE 0 TO ROOM-TYPE-XADULT-CHG IN NEW-ROOM-TYPE-RECORD
           MOVE 0 TO ROOM-TYPE-XCHILD-CHG IN NEW-ROOM-TYPE-RECORD
           PERFORM SET-ROOMTYPES-V2-DEFAULTS.

       *> Rooms are taxed at the standard rate until coded
       SET-ROOMTYPES-V2-DEFAULTS.
           MOVE SPACES TO ROOM-TYPE-TAX-CODE IN NEW-ROOM-TYPE-RECORD.

       COPY-BACK-ROOMTYPES.
           OPEN INPUT NEW-ROOMTYPE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-ROOMTYPE-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-ROOMTYPE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-ROOMTYPE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-ROOM-TYPE-RECORD
                           TO LIVE-ROOM-TYPE-RECORD
                       WRITE LIVE-ROOM-TYPE-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-ROOMTYPE-FILE
           CLOSE LIVE-ROOMTYPE-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-RSORDERS.
           OPEN INPUT OLD-RSORDER-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-RSORDER-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-RSORDER-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-RSORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-RSORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-RS-ORDER-RECORD TO NEW-RS-ORDER-RECORD
                       PERFORM SET-RSORDERS-DEFAULTS
                       WRITE NEW-RS-ORDER-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   RO-ID IN NEW-RS-ORDER-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-RSORDER-FILE
           CLOSE NEW-RSORDER-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-RSORDERS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-RSORDERS-DEFAULTS.
           MOVE 0 TO RO-TIP IN NEW-RS-ORDER-RECORD.

       COPY-BACK-RSORDERS.
           OPEN INPUT NEW-RSORDER-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-RSORDER-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-RSORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-RSORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-RS-ORDER-RECORD TO LIVE-RS-ORDER-RECORD
                       WRITE LIVE-RS-ORDER-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-RSORDER-FILE
           CLOSE LIVE-RSORDER-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-SERVICES.
           OPEN INPUT OLD-SERVICE-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-SERVICE-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-SERVICE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-SERVICE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-SERVICE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-SERVICE-RECORD TO NEW-SERVICE-RECORD
                       PERFORM SET-SERVICES-DEFAULTS
                       WRITE NEW-SERVICE-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   SERVICE-CODE IN NEW-SERVICE-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-SERVICE-FILE
           CLOSE NEW-SERVICE-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-SERVICES
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       *> Services are taxed at the standard rate until coded
       SET-SERVICES-DEFAULTS.
           MOVE SPACES TO SERVICE-TAX-CODE IN NEW-SERVICE-RECORD.

       COPY-BACK-SERVICES.
           OPEN INPUT NEW-SERVICE-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-SERVICE-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-SERVICE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-SERVICE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-SERVICE-RECORD TO LIVE-SERVICE-RECORD
                       WRITE LIVE-SERVICE-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-SERVICE-FILE
           CLOSE LIVE-SERVICE-FILE
           PERFORM JUDGE-COPY-BACK.

       UPGRADE-WORKORDERS.
           OPEN INPUT OLD-WORKORDER-FILE
           IF OLD-FILE-ERROR
               CLOSE OLD-WORKORDER-FILE
               PERFORM OLD-FILE-NOT-READABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-WORKORDER-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-CREATED
               CLOSE OLD-WORKORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-WORKORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-WORKORDER-RECORD TO NEW-WORKORDER-RECORD
                       PERFORM SET-WORKORDERS-DEFAULTS
                       WRITE NEW-WORKORDER-RECORD
                           INVALID KEY
                               DISPLAY "  Duplicate key "
                                   WO-ID IN NEW-WORKORDER-RECORD
                                   " - kept first copy."
                           NOT INVALID KEY
                               ADD 1 TO WS-WRITE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-WORKORDER-FILE
           CLOSE NEW-WORKORDER-FILE
           IF WS-WRITE-COUNT = WS-READ-COUNT
               PERFORM COPY-BACK-WORKORDERS
           ELSE
               PERFORM CONVERT-COUNTS-DIFFER
           END-IF.

       SET-WORKORDERS-DEFAULTS.
           MOVE 'Other' TO WO-FAULT-CATEGORY IN NEW-WORKORDER-RECORD
           MOVE SPACES TO WO-PM-TASK IN NEW-WORKORDER-RECORD
           MOVE 0 TO WO-DUE-DATE IN NEW-WORKORDER-RECORD
           MOVE 0 TO WO-PLANNED-DATE IN NEW-WORKORDER-RECORD
           MOVE SPACES TO WO-ASSET-TAG IN NEW-WORKORDER-RECORD.

       COPY-BACK-WORKORDERS.
           OPEN INPUT NEW-WORKORDER-FILE
           IF NEW-FILE-ERROR
               PERFORM WORK-FILE-NOT-REOPENED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LIVE-WORKORDER-FILE
           IF LIVE-FILE-ERROR
               PERFORM LIVE-FILE-NOT-REWRITTEN
               CLOSE NEW-WORKORDER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-WORKORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-BACK-READ
                       MOVE NEW-WORKORDER-RECORD
                           TO LIVE-WORKORDER-RECORD
                       WRITE LIVE-WORKORDER-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-BACK-WRITE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NEW-WORKORDER-FILE
           CLOSE LIVE-WORKORDER-FILE
           PERFORM JUDGE-COPY-BACK.
       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-ROLE
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
                       MOVE SESSION-OPERATOR-ROLE TO WS-OPERATOR-ROLE
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM upgradeFiles.
