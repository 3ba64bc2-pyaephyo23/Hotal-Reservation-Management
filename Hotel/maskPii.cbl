       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskPii.

      *****************************************************************
      * PERSONAL-DATA MASKING (CALLED SUBPROGRAM)
      * NRC numbers, phone numbers and email addresses are shown in
      * full only to a Manager or Supervisor sign-on. Every other
      * role - Clerk, Trainee, Housekeep, Porter, or nobody signed on
      * - sees the last four characters; the letters and digits in
      * front of them become '*' while the punctuation stays, so the
      * shape of the value is still recognisable:
      *     12/ABCDEF(N)123456  ->  **/******(*)**3456
      * The caller clears PII-MASK-AREA once, moves each value to
      * PM-VALUE, CALLs, and displays PM-VALUE. A blank PM-ROLE is
      * filled from SESSION.DAT on the first call and kept in the
      * caller's area, so a listing reads the session only once.
      * PM-FULL-FLAG tells the caller which way it went.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-VALUE-LEN            PIC 99.
       01  WS-KEEP-FROM            PIC 99.
       01  WS-POS                  PIC 99.

       LINKAGE SECTION.
       COPY "./CopyBooks/PIIMASK.cpy".

       PROCEDURE DIVISION USING PII-MASK-AREA.
       MAIN-PROCEDURE.
           IF PM-ROLE = SPACES
               PERFORM READ-SESSION-ROLE
           END-IF

           EVALUATE FUNCTION TRIM(PM-ROLE)
               WHEN 'Manager'
               WHEN 'Supervisor'
                   MOVE 'Y' TO PM-FULL-FLAG
                   GOBACK
               WHEN OTHER
                   MOVE 'N' TO PM-FULL-FLAG
           END-EVALUATE

           *> Length up to the last non-blank, then mask everything
           *> alphanumeric in front of the last four characters
           MOVE 0 TO WS-VALUE-LEN
           PERFORM VARYING WS-POS FROM 40 BY -1
                   UNTIL WS-POS < 1 OR WS-VALUE-LEN > 0
               IF PM-VALUE(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-VALUE-LEN
               END-IF
           END-PERFORM
           IF WS-VALUE-LEN <= 4
               GOBACK
           END-IF
           COMPUTE WS-KEEP-FROM = WS-VALUE-LEN - 3
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS >= WS-KEEP-FROM
               IF PM-VALUE(WS-POS:1) IS ALPHABETIC
                  AND PM-VALUE(WS-POS:1) NOT = SPACE
                   MOVE '*' TO PM-VALUE(WS-POS:1)
               END-IF
               IF PM-VALUE(WS-POS:1) IS NUMERIC
                   MOVE '*' TO PM-VALUE(WS-POS:1)
               END-IF
           END-PERFORM
           GOBACK.

       *> No session on file counts as the most restricted role
       READ-SESSION-ROLE.
           MOVE 'None' TO PM-ROLE
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-OK
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESSION-OPERATOR-ROLE NOT = SPACES
                           MOVE SESSION-OPERATOR-ROLE TO PM-ROLE
                       END-IF
               END-READ
           END-IF
           CLOSE SESSION-FILE.

       END PROGRAM maskPii.
