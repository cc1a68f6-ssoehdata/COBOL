      * Sanctions review queue for compliance
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNREV01.
      *-------------------------------------------------------------
      * Compliance's side of the sanctions screen. Walks the
      * sanctions review file and stops at every possible match
      * SDNCHK01 left PENDING - the vendor as it stands, the name
      * that was screened, and the SDN entry or sanctioned
      * country it matched. The compliance officer (an operator
      * with compliance rights - nobody else gets in) decides
      * each one, with a note saying why:
      *   C)LEAR  - a false positive. The vendor's names and
      *             country are kept on the review, so the same
      *             entry won't hold the vendor again unless one
      *             of them changes. Once no match for the vendor
      *             is left open, the sanctions hold comes off
      *             and the vendor is active again.
      *   T)RUE   - a confirmed match. The vendor is made
      *             INACTIVE, and only compliance can change that.
      *   S)KIP   - leaves it pending, and the vendor held.
      * Every change to a vendor is journaled with before/after
      * images, as VNDREL01 does.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLSDR01.CBL".

           COPY "SLVND02.CBL".

           COPY "SLOPER01.CBL".

           COPY "SLSGNLOG.CBL".

           COPY "SLAUDJRN.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDSDR01.CBL".

           COPY "FDVND04.CBL".

           COPY "FDOPER01.CBL".

           COPY "FDSGNLOG.CBL".

           COPY "FDAUDJRN.CBL".

       WORKING-STORAGE SECTION.

       77  REVIEW-FILE-AT-END          PIC X VALUE "N".
       77  OTHER-REVIEWS-AT-END        PIC X.
       77  VENDOR-FOUND                PIC X.
       77  REVIEW-ACTION               PIC X.
       77  REVIEWER-ID                 PIC X(8).
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  DECISION-NOTE               PIC X(40).
       77  SAVED-REVIEW-KEY            PIC X(13).
       77  OPEN-REVIEWS-LEFT           PIC 9(3).
       77  CLEARED-COUNT               PIC 9(5) VALUE ZERO.
       77  CONFIRMED-COUNT             PIC 9(5) VALUE ZERO.
       77  MATCH-TYPE-NAME             PIC X(18).

           COPY "WSCASE01.CBL".

           COPY "WSSGNON1.CBL".

           COPY "WSAUDJ01.CBL".

           COPY "WSSCRN01.CBL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O SDN-REVIEW-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND SIGNON-LOG-FILE.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           MOVE "SDNREV01" TO AUDIT-PROGRAM-ID.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       SIGN-ON.
           MOVE "SDNREV01" TO SIGN-ON-PROGRAM.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM REFUSE-NON-COMPLIANCE-OPERATORS
               UNTIL OPERATOR-HAS-COMPLIANCE-RIGHTS.
           MOVE OPERATOR-ID TO REVIEWER-ID.

       REFUSE-NON-COMPLIANCE-OPERATORS.
           DISPLAY "YOU ARE NOT AUTHORIZED FOR SANCTIONS REVIEW".
           PERFORM OPERATOR-SIGN-ON.

       CLOSING-PROCEDURE.
           CLOSE SDN-REVIEW-FILE.
           CLOSE VENDOR-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE SIGNON-LOG-FILE.
           CLOSE AUDIT-JOURNAL-FILE.
           DISPLAY CLEARED-COUNT " CLEARED, "
               CONFIRMED-COUNT " CONFIRMED".

      *****************************************************
      *            WALK THE PENDING MATCHES
      *****************************************************
       MAIN-PROCESS.
           MOVE LOW-VALUES TO SDNREV-KEY.
           START SDN-REVIEW-FILE KEY > SDNREV-KEY
               INVALID KEY
                   MOVE "Y" TO REVIEW-FILE-AT-END.
           IF REVIEW-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-REVIEW.
           PERFORM REVIEW-ONE-MATCH
               UNTIL REVIEW-FILE-AT-END = "Y".
           DISPLAY "END OF THE SANCTIONS REVIEW QUEUE".

       READ-NEXT-REVIEW.
           READ SDN-REVIEW-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REVIEW-FILE-AT-END.

       REVIEW-ONE-MATCH.
           IF SDNREV-IS-PENDING
               PERFORM WORK-ONE-PENDING-MATCH.
           PERFORM READ-NEXT-REVIEW.

       WORK-ONE-PENDING-MATCH.
           PERFORM READ-THE-VENDOR.
           PERFORM DISPLAY-MATCH-DETAIL.
           PERFORM ASK-REVIEW-ACTION.
           PERFORM APPLY-REVIEW-ACTION.

       READ-THE-VENDOR.
           MOVE SDNREV-VENDOR TO VENDOR-NUMBER.
           MOVE "Y" TO VENDOR-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND.

       DISPLAY-MATCH-DETAIL.
           IF SDNREV-EXACT-NAME
               MOVE "EXACT NAME" TO MATCH-TYPE-NAME
           ELSE
           IF SDNREV-SIMILAR-NAME
               MOVE "SIMILAR NAME" TO MATCH-TYPE-NAME
           ELSE
               MOVE "SANCTIONED COUNTRY" TO MATCH-TYPE-NAME.
           DISPLAY " ".
           IF VENDOR-FOUND = "Y"
               DISPLAY "VENDOR " VENDOR-NUMBER " - " VENDOR-NAME
               DISPLAY "REMIT TO: " REMIT-TO-NAME
               DISPLAY "COUNTRY:  " VENDOR-COUNTRY
               DISPLAY "STATUS:   " VENDOR-STATUS " "
                   VENDOR-HOLD-REASON
           ELSE
               DISPLAY "VENDOR " SDNREV-VENDOR
                   " - NO LONGER ON FILE".
           DISPLAY "FOUND " SDNREV-FOUND-DATE " BY "
               SDNREV-FOUND-BY " - " MATCH-TYPE-NAME.
           DISPLAY "SCREENED: " SDNREV-SCREENED-NAME.
           DISPLAY "LISTED:   " SDNREV-LISTED-NAME.
           DISPLAY "ENTRY " SDNREV-MATCH-ID " " SDNREV-ENTRY-TYPE
               " PROGRAM " SDNREV-PROGRAM.

       ASK-REVIEW-ACTION.
           PERFORM ACCEPT-REVIEW-ACTION.
           PERFORM RE-ACCEPT-REVIEW-ACTION
               UNTIL REVIEW-ACTION = "C" OR "T" OR "S".

       ACCEPT-REVIEW-ACTION.
           DISPLAY "C)LEAR AS A FALSE MATCH, T)RUE MATCH, "
               "OR S)KIP FOR NOW?".
           ACCEPT REVIEW-ACTION.
           INSPECT REVIEW-ACTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-REVIEW-ACTION.
           DISPLAY "YOU MUST ENTER C, T, OR S".
           PERFORM ACCEPT-REVIEW-ACTION.

       APPLY-REVIEW-ACTION.
           IF REVIEW-ACTION = "C"
               PERFORM ENTER-DECISION-NOTE
               PERFORM CLEAR-THE-MATCH
           ELSE
           IF REVIEW-ACTION = "T"
               PERFORM ENTER-DECISION-NOTE
               PERFORM CONFIRM-THE-MATCH.

       ENTER-DECISION-NOTE.
           PERFORM ACCEPT-DECISION-NOTE.
           PERFORM RE-ACCEPT-DECISION-NOTE
               UNTIL DECISION-NOTE NOT = SPACES.

       ACCEPT-DECISION-NOTE.
           DISPLAY "ENTER THE REASON FOR THE DECISION".
           MOVE SPACES TO DECISION-NOTE.
           ACCEPT DECISION-NOTE.

       RE-ACCEPT-DECISION-NOTE.
           DISPLAY "A REASON MUST BE ENTERED".
           PERFORM ACCEPT-DECISION-NOTE.

      *****************************************************
      *                  DECISIONS
      *****************************************************
      *-------------------------------------------------------------
      * The vendor's names and country go on the review as they
      * stand now - SDNCHK01 lets the clearance stand only while
      * they are unchanged.
      *-------------------------------------------------------------
       CLEAR-THE-MATCH.
           MOVE "C" TO SDNREV-STATUS.
           PERFORM RECORD-THE-DECISION.
           IF VENDOR-FOUND = "Y"
               MOVE VENDOR-NAME TO SDNREV-VENDOR-NAME
               MOVE REMIT-TO-NAME TO SDNREV-REMIT-NAME
               MOVE VENDOR-COUNTRY TO SDNREV-COUNTRY-CODE.
           PERFORM REWRITE-REVIEW-RECORD.
           ADD 1 TO CLEARED-COUNT.
           DISPLAY "MATCH CLEARED".
           MOVE SDNREV-KEY TO SAVED-REVIEW-KEY.
           PERFORM COUNT-OPEN-REVIEWS.
           IF OPEN-REVIEWS-LEFT NOT = ZEROES
               DISPLAY "VENDOR STAYS HELD - " OPEN-REVIEWS-LEFT
                   " OTHER MATCH(ES) STILL OPEN"
           ELSE
           IF VENDOR-FOUND = "Y"
               PERFORM LIFT-THE-SANCTIONS-HOLD.
           PERFORM RESUME-THE-WALK.

       LIFT-THE-SANCTIONS-HOLD.
           IF VENDOR-HOLD-REASON (1:16) = SANCTIONS-HOLD-PREFIX
               MOVE VENDOR-RECORD TO AUDIT-BEFORE-IMAGE
               MOVE "A" TO VENDOR-STATUS
               MOVE SPACES TO VENDOR-HOLD-REASON
               PERFORM REWRITE-VENDOR-RECORD
               DISPLAY "VENDOR " VENDOR-NUMBER
                   " RELEASED FROM SANCTIONS HOLD".

       CONFIRM-THE-MATCH.
           MOVE "T" TO SDNREV-STATUS.
           PERFORM RECORD-THE-DECISION.
           PERFORM REWRITE-REVIEW-RECORD.
           ADD 1 TO CONFIRMED-COUNT.
           IF VENDOR-FOUND = "Y"
               MOVE VENDOR-RECORD TO AUDIT-BEFORE-IMAGE
               MOVE "I" TO VENDOR-STATUS
               MOVE "SANCTIONS MATCH CONFIRMED" TO VENDOR-HOLD-REASON
               PERFORM REWRITE-VENDOR-RECORD
               DISPLAY "MATCH CONFIRMED - VENDOR " VENDOR-NUMBER
                   " MARKED INACTIVE".

       RECORD-THE-DECISION.
           MOVE REVIEWER-ID TO SDNREV-DECIDED-BY.
           MOVE TODAY-CCYYMMDD TO SDNREV-DECIDED-DATE.
           MOVE DECISION-NOTE TO SDNREV-DECISION-NOTE.

      *-------------------------------------------------------------
      * Counts the vendor's matches still pending or confirmed,
      * then puts the walk back just past the one decided.
      *-------------------------------------------------------------
       COUNT-OPEN-REVIEWS.
           MOVE ZEROES TO OPEN-REVIEWS-LEFT.
           MOVE LOW-VALUES TO SDNREV-MATCH-ID.
           MOVE "N" TO OTHER-REVIEWS-AT-END.
           START SDN-REVIEW-FILE KEY NOT < SDNREV-KEY
               INVALID KEY
                   MOVE "Y" TO OTHER-REVIEWS-AT-END.
           IF OTHER-REVIEWS-AT-END NOT = "Y"
               PERFORM READ-NEXT-OTHER-REVIEW.
           PERFORM COUNT-ONE-OTHER-REVIEW
               UNTIL OTHER-REVIEWS-AT-END = "Y".

       READ-NEXT-OTHER-REVIEW.
           READ SDN-REVIEW-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO OTHER-REVIEWS-AT-END.
           IF OTHER-REVIEWS-AT-END NOT = "Y"
               IF SDNREV-VENDOR NOT = VENDOR-NUMBER
                   MOVE "Y" TO OTHER-REVIEWS-AT-END.

       COUNT-ONE-OTHER-REVIEW.
           IF SDNREV-IS-PENDING OR SDNREV-IS-CONFIRMED
               ADD 1 TO OPEN-REVIEWS-LEFT.
           PERFORM READ-NEXT-OTHER-REVIEW.

       RESUME-THE-WALK.
           MOVE SAVED-REVIEW-KEY TO SDNREV-KEY.
           START SDN-REVIEW-FILE KEY > SDNREV-KEY
               INVALID KEY
                   MOVE "Y" TO REVIEW-FILE-AT-END.

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       REWRITE-REVIEW-RECORD.
           REWRITE SDN-REVIEW-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING SANCTIONS REVIEW RECORD".

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR RECORD"
               NOT INVALID KEY
                   PERFORM JOURNAL-VENDOR-CHANGE.

       JOURNAL-VENDOR-CHANGE.
           MOVE "VENDOR" TO AUDJRN-FILE-NAME.
           MOVE "CHANGE" TO AUDJRN-ACTION.
           MOVE VENDOR-NUMBER TO AUDJRN-KEY.
           MOVE AUDIT-BEFORE-IMAGE TO AUDJRN-BEFORE-IMAGE.
           MOVE VENDOR-RECORD TO AUDJRN-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-JOURNAL.

           COPY "PLSGNON1.CBL".

           COPY "PLAUDJ01.CBL".
