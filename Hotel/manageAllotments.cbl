      * named block; the auto-release sweep returns unsold block
      * rooms to general sale on the release date; and the pickup
      * report shows each event's drawdown against its commitment.
      * A block sales wants to sell at a group rate can first be put
      * through groupDisplacement, which files it as 'Proposed' with
      * the transient business it would displace; a manager then
      * approves it (it opens and starts holding rooms) or declines
      * it against those figures.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS COUNTER-NAME
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT DISPLACE-FILE ASSIGN TO '../DATA/DISPLACE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-AL-ID
               FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO '../DATA/SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTERS-FILE.
       COPY "./CopyBooks/COUNTERS.cpy".

       FD  DISPLACE-FILE.
       COPY "./CopyBooks/DISPLACE.cpy".

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05  SESSION-OPERATOR-ID   PIC X(5).
           05  SESSION-OPERATOR-ROLE PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-AL-FILE-STATUS       PIC 99.
           88 AL-FILE-OK           VALUE 00.
           88 CTR-FILE-OK          VALUE 00.
           88 CTR-FILE-ERROR       VALUE 01 THRU 99.
       01  WS-CTR-RETRY-COUNT      PIC 99 VALUE 0.
       01  WS-DP-FILE-STATUS       PIC 99.
           88 DP-FILE-OK           VALUE 00.
           88 DP-FILE-ERROR        VALUE 01 THRU 99.
       01  WS-SESSION-STATUS       PIC 99.
           88 SESSION-FILE-OK      VALUE 00.
           88 SESSION-FILE-ERROR   VALUE 01 THRU 99.
       01  WS-OPERATOR-ID          PIC X(5) VALUE SPACES.
       01  WS-OPERATOR-ROLE        PIC X(10) VALUE SPACES.

       01  WS-CHOICE               PIC 9.
       01  WS-EXIT-FLAG            PIC X VALUE 'N'.
       01  WS-NEXT-AL-ID           PIC 9(5).
       01  WS-RELEASED-COUNT       PIC 9(3) VALUE 0.
       01  WS-PICKUP-PCT           PIC 9(3).
       01  WS-DECISION             PIC X.
       01  WS-CONFIRM              PIC X.
       01  WS-HAS-ANALYSIS         PIC X.
       01  WS-PROPOSED-COUNT       PIC 9(3) VALUE 0.
       01  WS-N-IDX                PIC 9(2).
       01  WS-NET-DSP              PIC -(9)9.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
               DISPLAY "3. Pickup report"
               DISPLAY "4. Auto-release blocks past their release "
                       "date"
               DISPLAY "5. Propose a block - displacement analysis"
               DISPLAY "6. Review proposed blocks (approve/decline)"
               DISPLAY "9. Go back to Main Menu"
               DISPLAY "***********************************************"
               ACCEPT WS-CHOICE
                       PERFORM PICKUP-REPORT
                   WHEN 4
                       PERFORM AUTO-RELEASE-BLOCKS
                   WHEN 5
                       CALL 'groupDisplacement' USING LINK
                   WHEN 6
                       PERFORM REVIEW-PROPOSALS
                   WHEN 9
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
           CLOSE ALLOTMENT-FILE
           DISPLAY WS-RELEASED-COUNT " block(s) released.".

      *****************************************************************
      * PROPOSAL APPROVAL
      * Each 'Proposed' block is shown with the displacement figures
      * it was saved with. Approving opens it, so from then on it
      * holds inventory like any defined block; declining leaves it
      * on file as 'Declined' for the record.
      *****************************************************************
       REVIEW-PROPOSALS.
           PERFORM READ-SESSION-OPERATOR
           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'Manager'
               DISPLAY "Only a manager can approve or decline a "
                       "proposed block."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PROPOSED-COUNT
           OPEN I-O ALLOTMENT-FILE
           IF AL-FILE-ERROR
               DISPLAY "No blocks on file."
               CLOSE ALLOTMENT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DISPLACE-FILE
           IF DP-FILE-ERROR
               CLOSE DISPLACE-FILE
               OPEN OUTPUT DISPLACE-FILE
               CLOSE DISPLACE-FILE
               OPEN I-O DISPLACE-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLOTMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AL-STATUS) = 'Proposed'
                           ADD 1 TO WS-PROPOSED-COUNT
                           PERFORM REVIEW-ONE-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPLACE-FILE
           CLOSE ALLOTMENT-FILE
           DISPLAY WS-PROPOSED-COUNT " proposed block(s) reviewed.".

       REVIEW-ONE-PROPOSAL.
           DISPLAY "-----------------------------------------------"
           DISPLAY "Block " AL-ID " " FUNCTION TRIM(AL-NAME) " - "
                   AL-COUNT " x " FUNCTION TRIM(AL-ROOM-TYPE) " "
                   AL-START-DATE "-" AL-END-DATE
           MOVE AL-ID TO DP-AL-ID
           MOVE 'Y' TO WS-HAS-ANALYSIS
           READ DISPLACE-FILE KEY IS DP-AL-ID
               INVALID KEY
                   MOVE 'N' TO WS-HAS-ANALYSIS
           END-READ
           IF WS-HAS-ANALYSIS = 'N'
               DISPLAY "  No displacement analysis on file for this "
                       "block."
           ELSE
               MOVE DP-NET-GAIN TO WS-NET-DSP
               DISPLAY "  Analysed " DP-ANALYSED-AT(1:8) " by "
                       DP-ANALYSED-BY " at group rate " DP-GROUP-RATE
               DISPLAY "  Group room revenue : " DP-GROUP-ROOM-REV
               DISPLAY "  Expected F&B spend : " DP-FB-SPEND
               DISPLAY "  Displaced transient: " DP-DISPLACED-REV
                       " (" DP-DISPLACED-NIGHTS " room nights)"
               DISPLAY "  Net gain (loss)    : " WS-NET-DSP
               DISPLAY "  Overbooked nights  : " DP-OVERBOOK-NIGHTS
                       " (over the allowance: " DP-OVER-LIMIT-NIGHTS
                       ")"
               PERFORM VARYING WS-N-IDX FROM 1 BY 1
                       UNTIL WS-N-IDX > DP-NIGHT-COUNT
                   IF DP-N-FLAG(WS-N-IDX) = 'O'
                       DISPLAY "    " DP-N-DATE(WS-N-IDX)
                               " overbooked within the allowance"
                   END-IF
                   IF DP-N-FLAG(WS-N-IDX) = 'X'
                       DISPLAY "    " DP-N-DATE(WS-N-IDX)
                               " overbooked beyond the allowance"
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "A=Approve  D=Decline  S=Skip: "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                   IF WS-HAS-ANALYSIS = 'Y'
                      AND DP-OVER-LIMIT-NIGHTS > 0
                       DISPLAY "This block oversells beyond the "
                               "overbooking allowance on "
                               DP-OVER-LIMIT-NIGHTS
                               " night(s). Approve anyway? (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                           DISPLAY "Left as proposed."
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   MOVE 'Open' TO AL-STATUS
                   REWRITE ALLOTMENT-RECORD
                   IF WS-HAS-ANALYSIS = 'Y'
                       MOVE 'Approved' TO DP-DECISION
                       PERFORM RECORD-PROPOSAL-DECISION
                   END-IF
                   DISPLAY "Block " AL-ID " approved and open."
               WHEN 'D'
               WHEN 'd'
                   MOVE 'Declined' TO AL-STATUS
                   REWRITE ALLOTMENT-RECORD
                   IF WS-HAS-ANALYSIS = 'Y'
                       MOVE 'Declined' TO DP-DECISION
                       PERFORM RECORD-PROPOSAL-DECISION
                   END-IF
                   DISPLAY "Block " AL-ID " declined."
               WHEN OTHER
                   DISPLAY "Left as proposed."
           END-EVALUATE.

       RECORD-PROPOSAL-DECISION.
           MOVE WS-OPERATOR-ID TO DP-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO DP-DECIDED-AT
           REWRITE DISPLACE-RECORD.

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

      *****************************************************************
      * ID GENERATION PROCEDURES
      *****************************************************************
