       01  WS-LINE-COUNT           PIC 9(5) VALUE 0.
       01  WS-SVC-IDX              PIC 9(2).

       *> Report catalog call area
       COPY "./CopyBooks/RPTCATAREA.cpy".

       LINKAGE SECTION.
       01 LINK PIC 9.

           MOVE "END OF BUNDLE" TO BD-LINE
           PERFORM PUT-LINE
           CLOSE BUNDLE-FILE
           MOVE 'AUDITBUNDLE' TO RCA-REPORT-NAME
           MOVE '../DATA/AUDITBUNDLE.TXT' TO RCA-REPORT-FILE
           MOVE 0 TO RCA-BUSINESS-DATE
           CALL 'reportCatalog' USING REPORT-CATALOG-AREA

           DISPLAY WS-LINE-COUNT " line(s) written to "
                   "AUDITBUNDLE.TXT"
                               " BY " CANCELLED-BY
                               DELIMITED BY SIZE INTO BD-LINE
                           PERFORM PUT-LINE
                           IF CANCEL-REVERSED-FLAG = 'Y'
                               MOVE SPACES TO BD-LINE
                               STRING "    REVERSED "
                                   CANCEL-REVERSED-AT
                                   " - BOOKING REINSTATED"
                                   DELIMITED BY SIZE INTO BD-LINE
                               PERFORM PUT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
