      ******************************************************************
      * Purpose: Second-level menu for the back-office functions the
      *          main menu has no numbers left for
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. backOfficeMenu.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01 MENU-CHOICE PIC 99 VALUE 0.
       COPY "./CopyBooks/RECVAREA.cpy".
       LINKAGE SECTION.
       01 LINK PIC 9.
       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           MOVE 0 TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 99
           DISPLAY
           "***********************************************************"
           DISPLAY "Back-Office Functions"
           DISPLAY " 1. Locked-Rate Variance Report"
           DISPLAY " 2. Early/Late Fee Waiver Log"
           DISPLAY " 3. Undo Check-In Made In Error (Manager)"
           DISPLAY " 4. Country Codes / Monthly Tourism Return"
           DISPLAY " 5. Opt-In Mailing List Extract"
           DISPLAY " 6. Personal-Data Access Request Export (Manager)"
           DISPLAY " 7. Customer Data-Quality Report"
           DISPLAY " 8. Share-With Booking (Split Room Rate)"
           DISPLAY " 9. Complimentary / House-Use Register (Monthly)"
           DISPLAY "10. Tax-Exemption Certificates"
           DISPLAY "11. Exempt-Sales Return (Monthly)"
           DISPLAY "12. Card Settlement Reconciliation"
           DISPLAY "13. Dunning Letters / Dunning Holds"
           DISPLAY "14. Card Chargebacks / Dispute Evidence"
           DISPLAY "15. Gratuity Pool / Tip Distribution"
           DISPLAY "16. Receivables Roll-Forward (Reprint a Day)"
           DISPLAY "17. Length-of-Stay Offer Take-Up Report"
           DISPLAY "18. Competitor Rate Shop (Import / Category Map)"
           DISPLAY "19. Rate Position vs Competitors (Next 60 Days)"
           DISPLAY "20. Sales Activity Log / Follow-Ups"
           DISPLAY "21. Room Inventory History (Rooms by Type/Month)"
           DISPLAY "22. Spa / Activity Appointment Book"
           DISPLAY "23. Safe-Deposit Boxes"
           DISPLAY "24. Bell Desk Luggage Register"
           DISPLAY "25. Staff Master Key / Pass Card Log"
           DISPLAY "26. Energy Export / Utility Meters"
           DISPLAY "27. Report Archive (List / Reprint / Purge)"
           DISPLAY "28. Data-File Layout Upgrade (Manager)"
           DISPLAY "29. City Events / Holiday Calendar"
           DISPLAY "30. Post-Event Report (vs Last Year)"
           DISPLAY "31. Pro-Forma Invoices (Pre-Payment)"
           DISPLAY "32. Folio Transfers Between Stays"
           DISPLAY "33. Staff Duty Roster and Attendance"
           DISPLAY "34. Master-Data Change Journal (Manager)"
           DISPLAY "35. Tax Summary by Tax Code (Monthly)"
           DISPLAY "99. Goback"
           DISPLAY
           "***********************************************************"
           ACCEPT MENU-CHOICE

           EVALUATE MENU-CHOICE
               WHEN 1 PERFORM RATE-LOCK-REPORT
               WHEN 2 PERFORM WAIVER-LOG-REPORT
               WHEN 3 PERFORM UNDO-CHECK-IN
               WHEN 4 PERFORM TOURISM-RETURN
               WHEN 5 PERFORM MAILING-EXTRACT
               WHEN 6 PERFORM PERSONAL-DATA-EXPORT
               WHEN 7 PERFORM CUSTOMER-QUALITY
               WHEN 8 PERFORM SHARE-BOOKING
               WHEN 9 PERFORM COMP-REGISTER
               WHEN 10 PERFORM TAX-EXEMPT-CERTS
               WHEN 11 PERFORM EXEMPT-SALES-RETURN
               WHEN 12 PERFORM CARD-RECONCILIATION
               WHEN 13 PERFORM DUNNING-LETTERS
               WHEN 14 PERFORM CARD-CHARGEBACKS
               WHEN 15 PERFORM GRATUITY-POOL
               WHEN 16 PERFORM RECEIVABLES-ROLL
               WHEN 17 PERFORM LOS-OFFER-TAKEUP
               WHEN 18 PERFORM RATE-SHOP-IMPORT
               WHEN 19 PERFORM RATE-POSITION-REPORT
               WHEN 20 PERFORM SALES-ACTIVITY
               WHEN 21 PERFORM INVENTORY-HISTORY
               WHEN 22 PERFORM SPA-APPOINTMENTS
               WHEN 23 PERFORM SAFE-DEPOSIT-BOXES
               WHEN 24 PERFORM LUGGAGE-REGISTER
               WHEN 25 PERFORM MASTER-KEY-LOG
               WHEN 26 PERFORM ENERGY-METERS
               WHEN 27 PERFORM REPORT-ARCHIVE
               WHEN 28 PERFORM LAYOUT-UPGRADE
               WHEN 29 PERFORM EVENTS-CALENDAR
               WHEN 30 PERFORM POST-EVENT-REPORT
               WHEN 31 PERFORM PRO-FORMA-INVOICES
               WHEN 32 PERFORM FOLIO-TRANSFERS
               WHEN 33 PERFORM DUTY-ROSTER
               WHEN 34 PERFORM MASTER-JOURNAL-INQUIRY
               WHEN 35 PERFORM TAX-SUMMARY

               WHEN 99 GOBACK
               WHEN OTHER DISPLAY "Invalid choice"
           END-EVALUATE
           END-PERFORM.
           GOBACK.

       RATE-LOCK-REPORT.
           CALL 'rateLockReport'.
           cancel 'rateLockReport'.

       WAIVER-LOG-REPORT.
           CALL 'waiverReport'.
           cancel 'waiverReport'.

       UNDO-CHECK-IN.
           CALL 'undoCheckIn' USING LINK.
           cancel 'undoCheckIn'.

       TOURISM-RETURN.
           CALL 'tourismReturn' USING LINK.
           cancel 'tourismReturn'.

       MAILING-EXTRACT.
           CALL 'mailingExtract' USING LINK.
           cancel 'mailingExtract'.

       PERSONAL-DATA-EXPORT.
           CALL 'personalDataExport' USING LINK.
           cancel 'personalDataExport'.

       CUSTOMER-QUALITY.
           CALL 'customerQuality'.
           cancel 'customerQuality'.

       SHARE-BOOKING.
           CALL 'shareBooking' USING LINK.
           cancel 'shareBooking'.

       COMP-REGISTER.
           CALL 'compRegister'.
           cancel 'compRegister'.

       TAX-EXEMPT-CERTS.
           CALL 'manageTaxExempt' USING LINK.
           cancel 'manageTaxExempt'.

       EXEMPT-SALES-RETURN.
           CALL 'exemptSalesReport'.
           cancel 'exemptSalesReport'.

       CARD-RECONCILIATION.
           CALL 'cardRecon'.
           cancel 'cardRecon'.

       DUNNING-LETTERS.
           CALL 'dunningRun' USING LINK.
           cancel 'dunningRun'.

       CARD-CHARGEBACKS.
           CALL 'chargebackRegister' USING LINK.
           cancel 'chargebackRegister'.

       GRATUITY-POOL.
           CALL 'gratuityPool' USING LINK.
           cancel 'gratuityPool'.

       RECEIVABLES-ROLL.
           MOVE 'R' TO RV-MODE
           CALL 'ledgerRollForward' USING RECV-ROLL-AREA.
           cancel 'ledgerRollForward'.

       LOS-OFFER-TAKEUP.
           CALL 'losOfferReport' USING LINK.
           cancel 'losOfferReport'.

       RATE-SHOP-IMPORT.
           CALL 'importRateShop' USING LINK.
           cancel 'importRateShop'.

       RATE-POSITION-REPORT.
           CALL 'ratePosition' USING LINK.
           cancel 'ratePosition'.

       SALES-ACTIVITY.
           CALL 'salesActivity' USING LINK.
           cancel 'salesActivity'.

       INVENTORY-HISTORY.
           CALL 'inventoryHistory' USING LINK.
           cancel 'inventoryHistory'.

       SPA-APPOINTMENTS.
           CALL 'spaBook' USING LINK.
           cancel 'spaBook'.

       SAFE-DEPOSIT-BOXES.
           CALL 'safeBoxes' USING LINK.
           cancel 'safeBoxes'.

       LUGGAGE-REGISTER.
           CALL 'bellDesk' USING LINK.
           cancel 'bellDesk'.

       MASTER-KEY-LOG.
           CALL 'keyLog' USING LINK.
           cancel 'keyLog'.

       ENERGY-METERS.
           CALL 'energyMeters' USING LINK.
           cancel 'energyMeters'.

       REPORT-ARCHIVE.
           CALL 'reportArchive' USING LINK.
           cancel 'reportArchive'.

       LAYOUT-UPGRADE.
           CALL 'upgradeFiles' USING LINK.
           cancel 'upgradeFiles'.

       EVENTS-CALENDAR.
           CALL 'eventsCalendar' USING LINK.
           cancel 'eventsCalendar'.

       POST-EVENT-REPORT.
           CALL 'eventReport' USING LINK.
           cancel 'eventReport'.

       PRO-FORMA-INVOICES.
           CALL 'proForma' USING LINK.
           cancel 'proForma'.

       FOLIO-TRANSFERS.
           CALL 'folioTransfer' USING LINK.
           cancel 'folioTransfer'.

       DUTY-ROSTER.
           CALL 'dutyRoster' USING LINK.
           cancel 'dutyRoster'.

       MASTER-JOURNAL-INQUIRY.
           CALL 'viewMasterJournal' USING LINK.
           cancel 'viewMasterJournal'.

       TAX-SUMMARY.
           CALL 'taxSummary' USING LINK.
           cancel 'taxSummary'.

       END PROGRAM backOfficeMenu.
