       IDENTIFICATION DIVISION.
       PROGRAM-ID. invoiceTax.

      *****************************************************************
      * INVOICE TAX BREAKDOWN (CALLED SUBPROGRAM)
      * Returns the tax on one invoice line by line per tax code.
      * checkOut and voidInvoice write an INVTAX.DAT row for each
      * code an invoice was taxed under - the taxable base, the room
      * part of it, the tax charged and any tax a certificate
      * exempted - and those rows come back with ITA-SOURCE 'R'.
      * An invoice raised before tax codes existed has no rows; its
      * room and service charges and the single TAX-RATE it carries
      * (ITA-ROOM-CHARGE, ITA-SERVICE-CHARGE, ITA-TAX-RATE) are
      * returned as one standard-rate line with ITA-SOURCE 'E', the
      * same sum every report has always made. ITA-TAX-TOTAL is the
      * tax the invoice charged either way.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVTAX-FILE ASSIGN TO '../DATA/INVTAX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-KEY
               FILE STATUS IS WS-IT-FILE-STATUS.
           SELECT TAXCODES-FILE ASSIGN TO '../DATA/TAXCODES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CODE
               FILE STATUS IS WS-TC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVTAX-FILE.
       COPY "./CopyBooks/INVTAX.cpy".

       FD  TAXCODES-FILE.
       COPY "./CopyBooks/TAXCODES.cpy".

       WORKING-STORAGE SECTION.
       01  WS-IT-FILE-STATUS       PIC 99.
           88 IT-FILE-OK           VALUE 00.
           88 IT-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-TC-FILE-STATUS       PIC 99.
           88 TC-FILE-OK           VALUE 00.
           88 TC-FILE-ERROR        VALUE 01 THRU 99.

       01  WS-EOF                  PIC X.
       01  WS-IDX                  PIC 9(2).

       LINKAGE SECTION.
       COPY "./CopyBooks/INVTAXAREA.cpy".

       PROCEDURE DIVISION USING INVOICE-TAX-AREA.
       MAIN-PROCEDURE.
           MOVE 0 TO ITA-LINE-COUNT
           MOVE 0 TO ITA-TAX-TOTAL
           PERFORM LOAD-INVOICE-ROWS
           IF ITA-LINE-COUNT > 0
               MOVE 'R' TO ITA-SOURCE
               PERFORM DESCRIBE-TAX-CODES
           ELSE
               MOVE 'E' TO ITA-SOURCE
               PERFORM ESTIMATE-SINGLE-RATE
           END-IF
           GOBACK.

       LOAD-INVOICE-ROWS.
           OPEN INPUT INVTAX-FILE
           IF IT-FILE-ERROR
               CLOSE INVTAX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ITA-INVOICE-ID TO IT-INVOICE-ID
           MOVE LOW-VALUES TO IT-TAX-CODE
           START INVTAX-FILE KEY IS NOT LESS THAN IT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVTAX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IT-INVOICE-ID NOT = ITA-INVOICE-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF ITA-LINE-COUNT < 10
                               ADD 1 TO ITA-LINE-COUNT
                               MOVE ITA-LINE-COUNT TO WS-IDX
                               MOVE IT-TAX-CODE TO ITA-CODE(WS-IDX)
                               MOVE IT-TAX-RATE TO ITA-RATE(WS-IDX)
                               MOVE IT-TAXABLE-BASE
                                   TO ITA-BASE(WS-IDX)
                               MOVE IT-ROOM-BASE
                                   TO ITA-ROOM-BASE(WS-IDX)
                               MOVE IT-TAX-AMOUNT TO ITA-TAX(WS-IDX)
                               MOVE IT-EXEMPT-TAX
                                   TO ITA-EXEMPT-TAX(WS-IDX)
                           END-IF
                           ADD IT-TAX-AMOUNT TO ITA-TAX-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVTAX-FILE.

       *> An inactive code still describes the invoices it was used on
       DESCRIBE-TAX-CODES.
           OPEN INPUT TAXCODES-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > ITA-LINE-COUNT
               MOVE SPACES TO ITA-DESC(WS-IDX)
               IF ITA-CODE(WS-IDX) = 'STD'
                   MOVE 'Standard rate' TO ITA-DESC(WS-IDX)
               ELSE
                   IF TC-FILE-OK
                       MOVE ITA-CODE(WS-IDX) TO TC-CODE
                       READ TAXCODES-FILE KEY IS TC-CODE
                           NOT INVALID KEY
                               MOVE TC-DESC TO ITA-DESC(WS-IDX)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TAXCODES-FILE.

       ESTIMATE-SINGLE-RATE.
           MOVE 1 TO ITA-LINE-COUNT
           MOVE 'STD' TO ITA-CODE(1)
           MOVE 'Standard rate' TO ITA-DESC(1)
           MOVE ITA-TAX-RATE TO ITA-RATE(1)
           COMPUTE ITA-BASE(1) = ITA-ROOM-CHARGE + ITA-SERVICE-CHARGE
           MOVE ITA-ROOM-CHARGE TO ITA-ROOM-BASE(1)
           COMPUTE ITA-TAX(1) = ITA-BASE(1) * ITA-TAX-RATE / 100
           MOVE 0 TO ITA-EXEMPT-TAX(1)
           MOVE ITA-TAX(1) TO ITA-TAX-TOTAL.

       END PROGRAM invoiceTax.
