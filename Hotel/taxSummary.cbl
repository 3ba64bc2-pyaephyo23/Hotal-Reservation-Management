       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxSummary.

      *****************************************************************
      * MONTHLY TAX SUMMARY
      * The figures for the tax return: the taxable base and the tax
      * charged in the month per tax code and rate, with the tax a
      * certificate exempted alongside. Every invoice raised in the
      * month counts (live or archived, voided ones left out) with
      * the per-code rows checkOut kept for it; an invoice from
      * before tax codes counts at its single rate as the standard
      * code. Credit notes issued in the month come off pro rata to
      * the share of the invoice they credit - a credit note against
      * a voided invoice is left out whatever month the void fell in,
      * the invoice's tax never having stood. Written to TAXSUMM.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO '../DATA/INVOICES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN INVOICE-RECORD
               ALTERNATE RECORD KEY IS
                   CHECKIN-ID-IV IN INVOICE-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT ARCHIVE-INVOICE-FILE ASSIGN TO
               '../DATA/INVOICES_ARCHIVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVOICE-ID IN ARCHIVE-INVOICE-RECORD
               FILE STATUS IS WS-AI-FILE-STATUS.
           SELECT CREDITNOTE-FILE ASSIGN TO
               '../DATA/CREDITNOTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ID
               FILE STATUS IS WS-CN-FILE-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO
               '../DATA/TAXSUMM.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICES-FILE.
       COPY "./CopyBooks/INVOICES.cpy".

       FD  ARCHIVE-INVOICE-FILE.
       COPY "./CopyBooks/INVOICES.cpy"
           REPLACING ==INVOICE-RECORD== BY ==ARCHIVE-INVOICE-RECORD==.

       FD  CREDITNOTE-FILE.
       COPY "./CopyBooks/CREDITNOTE.cpy".

       FD  TAX-REPORT-FILE.
       01  TS-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INV-FILE-STATUS      PIC 99.
           88 INV-FILE-OK          VALUE 00.
           88 INV-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-AI-FILE-STATUS       PIC 99.
           88 AI-FILE-OK           VALUE 00.
           88 AI-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-CN-FILE-STATUS       PIC 99.
           88 CN-FILE-OK           VALUE 00.
           88 CN-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X VALUE 'N'.
       01  WS-FOUND                PIC X.
       01  WS-IN-MONTH             PIC 9(6).

       *> The invoice in hand, from either file
       01  WS-IV-ID                PIC 9(5).
       01  WS-IV-MONTH             PIC 9(6).
       01  WS-IV-ROOM              PIC 9(9).
       01  WS-IV-SERVICE           PIC 9(9).
       01  WS-IV-TAX-RATE          PIC 9(2).
       01  WS-IV-TOTAL             PIC 9(9).
       01  WS-IV-STATUS            PIC X(10).

       *> Month totals per code and rate; credit notes kept apart
       01  WS-SUM-COUNT            PIC 9(2) VALUE 0.
       01  WS-SUM-IDX              PIC 9(2).
       01  WS-SUM-FOUND            PIC 9(2).
       01  WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 20 TIMES.
              10 WS-SUM-CODE       PIC X(4).
              10 WS-SUM-RATE       PIC 9(2).
              10 WS-SUM-DESC       PIC X(20).
              10 WS-SUM-BASE       PIC 9(11).
              10 WS-SUM-TAX        PIC 9(11).
              10 WS-SUM-EXEMPT     PIC 9(11).
              10 WS-SUM-CN-BASE    PIC 9(11).
              10 WS-SUM-CN-TAX     PIC 9(11).
              10 WS-SUM-CN-EXEMPT  PIC 9(11).
       01  WS-LN-IDX               PIC 9(2).
       01  WS-CREDITING            PIC X.
       01  WS-LN-BASE              PIC 9(9).
       01  WS-LN-TAX               PIC 9(9).
       01  WS-LN-EXEMPT            PIC 9(9).

       01  WS-INVOICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-CN-COUNT             PIC 9(5) VALUE 0.
       01  WS-NET-BASE             PIC S9(11).
       01  WS-NET-TAX              PIC S9(11).
       01  WS-NET-EXEMPT           PIC S9(11).
       01  WS-TOT-BASE             PIC S9(11) VALUE 0.
       01  WS-TOT-TAX              PIC S9(11) VALUE 0.
       01  WS-TOT-EXEMPT           PIC S9(11) VALUE 0.
       01  WS-ED-BASE              PIC -,---,---,--9.
       01  WS-ED-TAX               PIC -,---,---,--9.
       01  WS-ED-EXEMPT            PIC -,---,---,--9.

       *> Invoice tax breakdown call area
       COPY "./CopyBooks/INVTAXAREA.cpy".

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           DISPLAY "=========================================="
           DISPLAY "   MONTHLY TAX SUMMARY BY TAX CODE"
           DISPLAY "=========================================="
           DISPLAY "Return month (YYYYMM): "
           ACCEPT WS-IN-MONTH
           IF WS-IN-MONTH < 202001 OR WS-IN-MONTH > 205012
               DISPLAY "Invalid month."
               GOBACK
           END-IF

           MOVE 0 TO WS-SUM-COUNT
           INITIALIZE WS-SUM-TABLE
           PERFORM TALLY-LIVE-INVOICES
           PERFORM TALLY-ARCHIVED-INVOICES
           PERFORM TALLY-CREDIT-NOTES
           PERFORM WRITE-TAX-REPORT
           GOBACK.

      *****************************************************************
      * INVOICES RAISED IN THE MONTH
      *****************************************************************
       TALLY-LIVE-INVOICES.
           OPEN INPUT INVOICES-FILE
           IF INV-FILE-ERROR
               DISPLAY "No invoices on file."
               CLOSE INVOICES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM HOLD-LIVE-INVOICE
                       PERFORM TALLY-ONE-INVOICE
               END-READ
           END-PERFORM
           CLOSE INVOICES-FILE.

       TALLY-ARCHIVED-INVOICES.
           OPEN INPUT ARCHIVE-INVOICE-FILE
           IF AI-FILE-ERROR
               CLOSE ARCHIVE-INVOICE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-INVOICE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM HOLD-ARCHIVED-INVOICE
                       PERFORM TALLY-ONE-INVOICE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-INVOICE-FILE.

       HOLD-LIVE-INVOICE.
           MOVE INVOICE-ID IN INVOICE-RECORD TO WS-IV-ID
           MOVE CREATED-AT-IV IN INVOICE-RECORD(1:6) TO WS-IV-MONTH
           MOVE ROOM-CHARGE IN INVOICE-RECORD TO WS-IV-ROOM
           MOVE SERVICE-CHARGE IN INVOICE-RECORD TO WS-IV-SERVICE
           MOVE TAX-RATE IN INVOICE-RECORD TO WS-IV-TAX-RATE
           MOVE TOTAL-CHARGE IN INVOICE-RECORD TO WS-IV-TOTAL
           MOVE INVOICE-STATUS IN INVOICE-RECORD TO WS-IV-STATUS.

       HOLD-ARCHIVED-INVOICE.
           MOVE INVOICE-ID IN ARCHIVE-INVOICE-RECORD TO WS-IV-ID
           MOVE CREATED-AT-IV IN ARCHIVE-INVOICE-RECORD(1:6)
               TO WS-IV-MONTH
           MOVE ROOM-CHARGE IN ARCHIVE-INVOICE-RECORD TO WS-IV-ROOM
           MOVE SERVICE-CHARGE IN ARCHIVE-INVOICE-RECORD
               TO WS-IV-SERVICE
           MOVE TAX-RATE IN ARCHIVE-INVOICE-RECORD TO WS-IV-TAX-RATE
           MOVE TOTAL-CHARGE IN ARCHIVE-INVOICE-RECORD TO WS-IV-TOTAL
           MOVE INVOICE-STATUS IN ARCHIVE-INVOICE-RECORD
               TO WS-IV-STATUS.

       TALLY-ONE-INVOICE.
           IF WS-IV-MONTH NOT = WS-IN-MONTH
              OR FUNCTION TRIM(WS-IV-STATUS) = 'Void'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INVOICE-COUNT
           PERFORM LOAD-INVOICE-TAX
           MOVE 'N' TO WS-CREDITING
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > ITA-LINE-COUNT
               MOVE ITA-BASE(WS-LN-IDX) TO WS-LN-BASE
               MOVE ITA-TAX(WS-LN-IDX) TO WS-LN-TAX
               MOVE ITA-EXEMPT-TAX(WS-LN-IDX) TO WS-LN-EXEMPT
               PERFORM ADD-TO-SUMMARY
           END-PERFORM.

       LOAD-INVOICE-TAX.
           MOVE WS-IV-ID TO ITA-INVOICE-ID
           MOVE WS-IV-ROOM TO ITA-ROOM-CHARGE
           MOVE WS-IV-SERVICE TO ITA-SERVICE-CHARGE
           MOVE WS-IV-TAX-RATE TO ITA-TAX-RATE
           CALL 'invoiceTax' USING INVOICE-TAX-AREA.

      *****************************************************************
      * CREDIT NOTES ISSUED IN THE MONTH
      *****************************************************************
       TALLY-CREDIT-NOTES.
           OPEN INPUT CREDITNOTE-FILE
           IF CN-FILE-ERROR
               CLOSE CREDITNOTE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREDITNOTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CN-ISSUED-DATE(1:6) = WS-IN-MONTH
                           PERFORM CREDIT-ONE-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDITNOTE-FILE.

       CREDIT-ONE-NOTE.
           PERFORM FIND-CREDITED-INVOICE
           IF WS-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-IV-STATUS) = 'Void'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CN-COUNT
           PERFORM LOAD-INVOICE-TAX
           MOVE 'Y' TO WS-CREDITING
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > ITA-LINE-COUNT
               IF CN-AMOUNT >= WS-IV-TOTAL
                   MOVE ITA-BASE(WS-LN-IDX) TO WS-LN-BASE
                   MOVE ITA-TAX(WS-LN-IDX) TO WS-LN-TAX
                   MOVE ITA-EXEMPT-TAX(WS-LN-IDX) TO WS-LN-EXEMPT
               ELSE
                   COMPUTE WS-LN-BASE ROUNDED = ITA-BASE(WS-LN-IDX)
                       * CN-AMOUNT / WS-IV-TOTAL
                   COMPUTE WS-LN-TAX ROUNDED = ITA-TAX(WS-LN-IDX)
                       * CN-AMOUNT / WS-IV-TOTAL
                   COMPUTE WS-LN-EXEMPT ROUNDED =
                       ITA-EXEMPT-TAX(WS-LN-IDX)
                       * CN-AMOUNT / WS-IV-TOTAL
               END-IF
               PERFORM ADD-TO-SUMMARY
           END-PERFORM.

       *> Live file first, then the archive.
       FIND-CREDITED-INVOICE.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT INVOICES-FILE
           IF INV-FILE-OK
               MOVE CN-INVOICE-ID TO INVOICE-ID IN INVOICE-RECORD
               READ INVOICES-FILE KEY IS INVOICE-ID IN INVOICE-RECORD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
                       PERFORM HOLD-LIVE-INVOICE
               END-READ
           END-IF
           CLOSE INVOICES-FILE
           IF WS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVE-INVOICE-FILE
           IF AI-FILE-OK
               MOVE CN-INVOICE-ID
                   TO INVOICE-ID IN ARCHIVE-INVOICE-RECORD
               READ ARCHIVE-INVOICE-FILE
                   KEY IS INVOICE-ID IN ARCHIVE-INVOICE-RECORD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
                       PERFORM HOLD-ARCHIVED-INVOICE
               END-READ
           END-IF
           CLOSE ARCHIVE-INVOICE-FILE.

       *> One row per code and rate - a code whose rate changed in
       *> the month is reported at each rate it was charged.
       ADD-TO-SUMMARY.
           MOVE 0 TO WS-SUM-FOUND
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               IF WS-SUM-CODE(WS-SUM-IDX) = ITA-CODE(WS-LN-IDX)
                  AND WS-SUM-RATE(WS-SUM-IDX) = ITA-RATE(WS-LN-IDX)
                   MOVE WS-SUM-IDX TO WS-SUM-FOUND
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND = 0
               IF WS-SUM-COUNT >= 20
                   DISPLAY "More than 20 tax code/rate pairs - "
                           ITA-CODE(WS-LN-IDX) " at "
                           ITA-RATE(WS-LN-IDX) "% left out."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-FOUND
               MOVE ITA-CODE(WS-LN-IDX) TO WS-SUM-CODE(WS-SUM-FOUND)
               MOVE ITA-RATE(WS-LN-IDX) TO WS-SUM-RATE(WS-SUM-FOUND)
               MOVE ITA-DESC(WS-LN-IDX) TO WS-SUM-DESC(WS-SUM-FOUND)
           END-IF
           IF WS-CREDITING = 'Y'
               ADD WS-LN-BASE TO WS-SUM-CN-BASE(WS-SUM-FOUND)
               ADD WS-LN-TAX TO WS-SUM-CN-TAX(WS-SUM-FOUND)
               ADD WS-LN-EXEMPT TO WS-SUM-CN-EXEMPT(WS-SUM-FOUND)
           ELSE
               ADD WS-LN-BASE TO WS-SUM-BASE(WS-SUM-FOUND)
               ADD WS-LN-TAX TO WS-SUM-TAX(WS-SUM-FOUND)
               ADD WS-LN-EXEMPT TO WS-SUM-EXEMPT(WS-SUM-FOUND)
           END-IF.

      *****************************************************************
      * REPORT - invoiced, credited and net per code and rate
      *****************************************************************
       WRITE-TAX-REPORT.
           OPEN OUTPUT TAX-REPORT-FILE
           MOVE "MONTHLY TAX SUMMARY BY TAX CODE" TO TS-LINE
           WRITE TS-LINE
           MOVE SPACES TO TS-LINE
           STRING "MONTH " WS-IN-MONTH "   INVOICES " WS-INVOICE-COUNT
               "   CREDIT NOTES " WS-CN-COUNT
               DELIMITED BY SIZE INTO TS-LINE
           WRITE TS-LINE
           MOVE ALL "-" TO TS-LINE
           WRITE TS-LINE
           MOVE "CODE DESCRIPTION          RATE             TAXABLE BASE
      -        "         TAX        EXEMPT TAX" TO TS-LINE
           WRITE TS-LINE
           MOVE ALL "-" TO TS-LINE
           WRITE TS-LINE

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               PERFORM WRITE-CODE-LINES
           END-PERFORM

           MOVE ALL "-" TO TS-LINE
           WRITE TS-LINE
           MOVE WS-TOT-BASE TO WS-ED-BASE
           MOVE WS-TOT-TAX TO WS-ED-TAX
           MOVE WS-TOT-EXEMPT TO WS-ED-EXEMPT
           MOVE SPACES TO TS-LINE
           STRING "MONTH TOTAL (NET)" "             "
               WS-ED-BASE "  " WS-ED-TAX "  " WS-ED-EXEMPT
               DELIMITED BY SIZE INTO TS-LINE
           WRITE TS-LINE
           CLOSE TAX-REPORT-FILE
           MOVE 'TAXSUMM' TO RCA-REPORT-NAME
           MOVE '../DATA/TAXSUMM.RPT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY "Invoices in the month : " WS-INVOICE-COUNT
           DISPLAY "Credit notes netted   : " WS-CN-COUNT
           MOVE WS-TOT-BASE TO WS-ED-BASE
           MOVE WS-TOT-TAX TO WS-ED-TAX
           DISPLAY "Net taxable base      : " WS-ED-BASE
           DISPLAY "Net tax collected     : " WS-ED-TAX
           DISPLAY "Summary written to TAXSUMM.RPT".

       WRITE-CODE-LINES.
           MOVE WS-SUM-BASE(WS-SUM-IDX) TO WS-ED-BASE
           MOVE WS-SUM-TAX(WS-SUM-IDX) TO WS-ED-TAX
           MOVE WS-SUM-EXEMPT(WS-SUM-IDX) TO WS-ED-EXEMPT
           MOVE SPACES TO TS-LINE
           STRING WS-SUM-CODE(WS-SUM-IDX) " "
               WS-SUM-DESC(WS-SUM-IDX) " "
               WS-SUM-RATE(WS-SUM-IDX) "%  "
               WS-ED-BASE "  " WS-ED-TAX "  " WS-ED-EXEMPT
               DELIMITED BY SIZE INTO TS-LINE
           WRITE TS-LINE
           COMPUTE WS-NET-BASE = WS-SUM-BASE(WS-SUM-IDX)
               - WS-SUM-CN-BASE(WS-SUM-IDX)
           COMPUTE WS-NET-TAX = WS-SUM-TAX(WS-SUM-IDX)
               - WS-SUM-CN-TAX(WS-SUM-IDX)
           COMPUTE WS-NET-EXEMPT = WS-SUM-EXEMPT(WS-SUM-IDX)
               - WS-SUM-CN-EXEMPT(WS-SUM-IDX)
           IF WS-SUM-CN-BASE(WS-SUM-IDX) > 0
              OR WS-SUM-CN-TAX(WS-SUM-IDX) > 0
              OR WS-SUM-CN-EXEMPT(WS-SUM-IDX) > 0
               COMPUTE WS-ED-BASE = 0 - WS-SUM-CN-BASE(WS-SUM-IDX)
               COMPUTE WS-ED-TAX = 0 - WS-SUM-CN-TAX(WS-SUM-IDX)
               COMPUTE WS-ED-EXEMPT =
                   0 - WS-SUM-CN-EXEMPT(WS-SUM-IDX)
               MOVE SPACES TO TS-LINE
               STRING "       less credit notes" "      "
                   WS-ED-BASE "  " WS-ED-TAX "  " WS-ED-EXEMPT
                   DELIMITED BY SIZE INTO TS-LINE
               WRITE TS-LINE
               MOVE WS-NET-BASE TO WS-ED-BASE
               MOVE WS-NET-TAX TO WS-ED-TAX
               MOVE WS-NET-EXEMPT TO WS-ED-EXEMPT
               MOVE SPACES TO TS-LINE
               STRING "       net" "                    "
                   WS-ED-BASE "  " WS-ED-TAX "  " WS-ED-EXEMPT
                   DELIMITED BY SIZE INTO TS-LINE
               WRITE TS-LINE
           END-IF
           ADD WS-NET-BASE TO WS-TOT-BASE
           ADD WS-NET-TAX TO WS-TOT-TAX
           ADD WS-NET-EXEMPT TO WS-TOT-EXEMPT.

       END PROGRAM taxSummary.
