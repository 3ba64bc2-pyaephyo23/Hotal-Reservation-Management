       IDENTIFICATION DIVISION.
       PROGRAM-ID. manageTaxExempt.

      *****************************************************************
      * TAX-EXEMPTION CERTIFICATE REGISTER
      * Add/change/revoke screens for TAXEXEMPT.DAT. Embassy,
      * government and NGO guests present a certificate from the
      * issuing body; it is filed here against the guest's customer
      * id or against their company, with the dates it is valid for.
      * checkOut takes TAX-RATE tax and the tourism levy off any stay
      * a current certificate covers and prints the certificate
      * number on the invoice. Same maintenance pattern as
      * manageAgencies.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXEXEMPT-FILE ASSIGN TO '../DATA/TAXEXEMPT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CERT-NO
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXEXEMPT-FILE.
       COPY "./CopyBooks/TAXEXEMPT.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).
           05  SESSION-PROPERTY      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-TX-FILE-STATUS       PIC 99.
           88 TX-FILE-OK           VALUE 00.
           88 TX-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-EOF                  PIC X VALUE 'N'.

       01  WS-IN-CERT-NO           PIC X(20).
       01  WS-IN-ISSUER            PIC X(30).
       01  WS-IN-FROM              PIC 9(8).
       01  WS-IN-TO                PIC 9(8).
       01  WS-IN-CUSTOMER-ID       PIC 9(5).
       01  WS-IN-COMPANY           PIC X(30).

       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-SHOW-STATUS          PIC X(10).

       LINKAGE SECTION.
       01 LINK PIC 9.

       PROCEDURE DIVISION USING LINK.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY "***********************************************"
               DISPLAY "      TAX-EXEMPTION CERTIFICATES"
               DISPLAY "***********************************************"
               DISPLAY "1. List certificates"
               DISPLAY "2. Add or change a certificate"
               DISPLAY "3. Revoke a certificate"
               DISPLAY "9. Go back"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM LIST-CERTIFICATES
                   WHEN 2
                       PERFORM UPSERT-CERTIFICATE
                   WHEN 3
                       PERFORM REVOKE-CERTIFICATE
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid option. Try again."
               END-EVALUATE
           END-PERFORM
           GOBACK.

       *> A certificate past its end date still lists as Active on
       *> file; it is shown as Expired so the desk asks for a renewal.
       LIST-CERTIFICATES.
           OPEN INPUT TAXEXEMPT-FILE
           IF TX-FILE-ERROR
               DISPLAY "No certificates on file."
               CLOSE TAXEXEMPT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CERTIFICATE          ISSUER                        "
                   "  FROM     TO       CUST  COMPANY"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAXEXEMPT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TX-STATUS TO WS-SHOW-STATUS
                       IF FUNCTION TRIM(TX-STATUS) = 'Active'
                          AND TX-VALID-TO < WS-CURRENT-DATE
                           MOVE 'Expired' TO WS-SHOW-STATUS
                       END-IF
                       DISPLAY TX-CERT-NO " " TX-ISSUER "  "
                               TX-VALID-FROM " " TX-VALID-TO " "
                               TX-CUSTOMER-ID " " TX-COMPANY
                       DISPLAY "    Status: " WS-SHOW-STATUS
                               "  Entered by: " TX-ENTERED-BY
               END-READ
           END-PERFORM
           CLOSE TAXEXEMPT-FILE.

       UPSERT-CERTIFICATE.
           DISPLAY "Certificate number: "
           ACCEPT WS-IN-CERT-NO
           IF WS-IN-CERT-NO = SPACES
               DISPLAY "Certificate number cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-CERT-NO))
               TO WS-IN-CERT-NO
           DISPLAY "Issuing body (ministry, embassy, agency): "
           ACCEPT WS-IN-ISSUER
           IF WS-IN-ISSUER = SPACES
               DISPLAY "Issuing body cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valid from (YYYYMMDD): "
           ACCEPT WS-IN-FROM
           DISPLAY "Valid to (YYYYMMDD): "
           ACCEPT WS-IN-TO
           IF WS-IN-FROM NOT NUMERIC OR WS-IN-TO NOT NUMERIC
              OR WS-IN-FROM = 0 OR WS-IN-TO < WS-IN-FROM
               DISPLAY "Validity dates are not valid."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer ID covered (0 if issued to a company): "
           ACCEPT WS-IN-CUSTOMER-ID
           IF WS-IN-CUSTOMER-ID NOT NUMERIC
               MOVE 0 TO WS-IN-CUSTOMER-ID
           END-IF
           MOVE SPACES TO WS-IN-COMPANY
           IF WS-IN-CUSTOMER-ID = 0
               DISPLAY "Company name as on the guest record: "
               ACCEPT WS-IN-COMPANY
               IF WS-IN-COMPANY = SPACES
                   DISPLAY "A customer or a company is required."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM READ-SESSION-OPERATOR

           OPEN I-O TAXEXEMPT-FILE
           IF TX-FILE-ERROR
               CLOSE TAXEXEMPT-FILE
               OPEN OUTPUT TAXEXEMPT-FILE
               CLOSE TAXEXEMPT-FILE
               OPEN I-O TAXEXEMPT-FILE
           END-IF
           MOVE WS-IN-CERT-NO TO TX-CERT-NO
           READ TAXEXEMPT-FILE KEY IS TX-CERT-NO
               INVALID KEY
                   PERFORM MOVE-CERTIFICATE-FIELDS
                   WRITE TAXEXEMPT-RECORD
               NOT INVALID KEY
                   PERFORM MOVE-CERTIFICATE-FIELDS
                   REWRITE TAXEXEMPT-RECORD
           END-READ
           CLOSE TAXEXEMPT-FILE
           DISPLAY "Certificate " FUNCTION TRIM(WS-IN-CERT-NO)
                   " saved, valid " WS-IN-FROM " to " WS-IN-TO ".".

       MOVE-CERTIFICATE-FIELDS.
           MOVE WS-IN-CERT-NO TO TX-CERT-NO
           MOVE WS-IN-ISSUER TO TX-ISSUER
           MOVE WS-IN-FROM TO TX-VALID-FROM
           MOVE WS-IN-TO TO TX-VALID-TO
           MOVE WS-IN-CUSTOMER-ID TO TX-CUSTOMER-ID
           MOVE WS-IN-COMPANY TO TX-COMPANY
           MOVE 'Active' TO TX-STATUS
           MOVE WS-OPERATOR-ID TO TX-ENTERED-BY.

       *> Revocation keeps the record so invoices already printed
       *> with the number still trace back to the issuing body.
       REVOKE-CERTIFICATE.
           DISPLAY "Certificate number to revoke: "
           ACCEPT WS-IN-CERT-NO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-CERT-NO))
               TO WS-IN-CERT-NO
           OPEN I-O TAXEXEMPT-FILE
           IF TX-FILE-ERROR
               DISPLAY "No certificates on file."
               CLOSE TAXEXEMPT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CERT-NO TO TX-CERT-NO
           READ TAXEXEMPT-FILE KEY IS TX-CERT-NO
               INVALID KEY
                   DISPLAY "Certificate not found."
               NOT INVALID KEY
                   MOVE 'Revoked' TO TX-STATUS
                   REWRITE TAXEXEMPT-RECORD
                   DISPLAY "Certificate " FUNCTION TRIM(WS-IN-CERT-NO)
                           " revoked."
           END-READ
           CLOSE TAXEXEMPT-FILE.

       READ-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SESSION-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM manageTaxExempt.
