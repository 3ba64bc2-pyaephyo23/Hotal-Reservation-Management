       IDENTIFICATION DIVISION.
       PROGRAM-ID. exemptSalesReport.

      *****************************************************************
      * MONTHLY EXEMPT-SALES RETURN
      * The tax authority wants every sale made free of tax in the
      * month with the certificate it was made under. This lists
      * each invoice checkOut issued against a tax-exemption
      * certificate (voided invoices are left out - their corrected
      * reissue carries the certificate instead), with its net sales
      * and the tax and levy not charged, then totals both by
      * certificate with the issuing body from TAXEXEMPT.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID
               ALTERNATE RECORD KEY IS CHECKIN-ID-IV
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT TAXEXEMPT-FILE ASSIGN TO '../DATA/TAXEXEMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CERT-NO
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT EXEMPT-REPORT-FILE ASSIGN TO
               '../DATA/EXEMPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  TAXEXEMPT-FILE.
       COPY "./CopyBooks/TAXEXEMPT.cpy".

       FD  EXEMPT-REPORT-FILE.
       01  EX-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
           88 INV-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-TX-FILE-STATUS       PIC 99.
           88 TX-FILE-OK           VALUE 00.
           88 TX-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC 9(4).
               10 WS-CURRENT-MONTH PIC 9(2).
               10 WS-CURRENT-DAY   PIC 9(2).

       01  WS-REPORT-MONTH         PIC 9(6).
       01  WS-NET-SALES            PIC 9(9).
       01  WS-ISSUER               PIC X(30).

       *> One row per certificate, in the order first seen
       01  WS-CERT-COUNT           PIC 9(3) VALUE 0.
       01  WS-CERT-IDX             PIC 9(3).
       01  WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 200 TIMES.
               10 WS-CERT-NO       PIC X(20).
               10 WS-CERT-ISSUER   PIC X(30).
               10 WS-CERT-INVOICES PIC 9(5).
               10 WS-CERT-SALES    PIC 9(11).
               10 WS-CERT-EXEMPT   PIC 9(11).
       01  WS-CERT-FOUND           PIC X.

       01  WS-INVOICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-SALES-TOTAL          PIC 9(11) VALUE 0.
       01  WS-EXEMPT-TOTAL         PIC 9(11) VALUE 0.
       01  WS-SALES-DISPLAY        PIC Z(10)9.
       01  WS-EXEMPT-DISPLAY       PIC Z(10)9.

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-DATA FROM DATE YYYYMMDD
           DISPLAY "=========================================="
           DISPLAY "   MONTHLY EXEMPT-SALES RETURN"
           DISPLAY "=========================================="
           DISPLAY "Month to report (YYYYMM, 0 for this month): "
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MONTH = 0
               MOVE WS-CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH(5:2) < '01'
              OR WS-REPORT-MONTH(5:2) > '12'
               DISPLAY "Invalid month."
               GOBACK
           END-IF

           MOVE 0 TO WS-CERT-COUNT
           MOVE 0 TO WS-INVOICE-COUNT
           MOVE 0 TO WS-SALES-TOTAL
           MOVE 0 TO WS-EXEMPT-TOTAL

           OPEN OUTPUT EXEMPT-REPORT-FILE
           MOVE "EXEMPT-SALES RETURN" TO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "MONTH " WS-REPORT-MONTH
               "   RUN " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "INV   DATE     CERTIFICATE           "
               "  NET SALES   TAX+LEVY EXEMPT  CUR"
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE ALL "-" TO EX-LINE
           WRITE EX-LINE

           OPEN INPUT INVOICES-FILE
           OPEN INPUT TAXEXEMPT-FILE
           IF INV-FILE-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INVOICES-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CREATED-AT-IV(1:6) = WS-REPORT-MONTH
                              AND TAX-EXEMPT-CERT-IV NOT = SPACES
                              AND INVOICE-STATUS NOT = 'Void'
                               PERFORM LIST-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TAXEXEMPT-FILE
           CLOSE INVOICES-FILE

           MOVE ALL "-" TO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           WRITE EX-LINE
           MOVE "BY CERTIFICATE" TO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           STRING "CERTIFICATE          ISSUER                        "
               "  INV    NET SALES      EXEMPT"
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           MOVE ALL "-" TO EX-LINE
           WRITE EX-LINE
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               MOVE WS-CERT-SALES(WS-CERT-IDX) TO WS-SALES-DISPLAY
               MOVE WS-CERT-EXEMPT(WS-CERT-IDX) TO WS-EXEMPT-DISPLAY
               MOVE SPACES TO EX-LINE
               STRING WS-CERT-NO(WS-CERT-IDX) " "
                   WS-CERT-ISSUER(WS-CERT-IDX) " "
                   WS-CERT-INVOICES(WS-CERT-IDX) " "
                   WS-SALES-DISPLAY " " WS-EXEMPT-DISPLAY
                   DELIMITED BY SIZE INTO EX-LINE
               WRITE EX-LINE
           END-PERFORM
           MOVE ALL "-" TO EX-LINE
           WRITE EX-LINE
           MOVE WS-SALES-TOTAL TO WS-SALES-DISPLAY
           MOVE WS-EXEMPT-TOTAL TO WS-EXEMPT-DISPLAY
           MOVE SPACES TO EX-LINE
           STRING "INVOICES: " WS-INVOICE-COUNT
               "   NET SALES: " WS-SALES-DISPLAY
               "   EXEMPTED: " WS-EXEMPT-DISPLAY
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE
           CLOSE EXEMPT-REPORT-FILE
           MOVE 'EXEMPT' TO RCA-REPORT-NAME
           MOVE '../DATA/EXEMPT.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Exempt invoices in " WS-REPORT-MONTH
                   ": " WS-INVOICE-COUNT
           DISPLAY "Net sales: " WS-SALES-DISPLAY
           DISPLAY "Tax and levy exempted: " WS-EXEMPT-DISPLAY
           DISPLAY "Report written to EXEMPT.RPT"
           GOBACK.

       *> Net sales are room and services before the tax that was
       *> not charged; the issuer comes from the register so a
       *> revoked certificate still reports under its own body.
       LIST-ONE-INVOICE.
           COMPUTE WS-NET-SALES = ROOM-CHARGE + SERVICE-CHARGE
           MOVE SPACES TO WS-ISSUER
           MOVE TAX-EXEMPT-CERT-IV TO TX-CERT-NO
           READ TAXEXEMPT-FILE KEY IS TX-CERT-NO
               NOT INVALID KEY
                   MOVE TX-ISSUER TO WS-ISSUER
           END-READ

           ADD 1 TO WS-INVOICE-COUNT
           ADD WS-NET-SALES TO WS-SALES-TOTAL
           ADD EXEMPT-AMOUNT-IV TO WS-EXEMPT-TOTAL

           MOVE WS-NET-SALES TO WS-SALES-DISPLAY
           MOVE EXEMPT-AMOUNT-IV TO WS-EXEMPT-DISPLAY
           MOVE SPACES TO EX-LINE
           STRING INVOICE-ID " " CREATED-AT-IV " "
               TAX-EXEMPT-CERT-IV " " WS-SALES-DISPLAY " "
               WS-EXEMPT-DISPLAY "  " INVOICE-CURRENCY
               DELIMITED BY SIZE INTO EX-LINE
           WRITE EX-LINE

           MOVE 'N' TO WS-CERT-FOUND
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CERT-NO(WS-CERT-IDX) = TAX-EXEMPT-CERT-IV
                   MOVE 'Y' TO WS-CERT-FOUND
                   ADD 1 TO WS-CERT-INVOICES(WS-CERT-IDX)
                   ADD WS-NET-SALES TO WS-CERT-SALES(WS-CERT-IDX)
                   ADD EXEMPT-AMOUNT-IV TO WS-CERT-EXEMPT(WS-CERT-IDX)
               END-IF
           END-PERFORM
           IF WS-CERT-FOUND = 'N' AND WS-CERT-COUNT < 200
               ADD 1 TO WS-CERT-COUNT
               MOVE TAX-EXEMPT-CERT-IV TO WS-CERT-NO(WS-CERT-COUNT)
               MOVE WS-ISSUER TO WS-CERT-ISSUER(WS-CERT-COUNT)
               MOVE 1 TO WS-CERT-INVOICES(WS-CERT-COUNT)
               MOVE WS-NET-SALES TO WS-CERT-SALES(WS-CERT-COUNT)
               MOVE EXEMPT-AMOUNT-IV TO WS-CERT-EXEMPT(WS-CERT-COUNT)
           END-IF.

       END PROGRAM exemptSalesReport.
