      * is validated against VENDOR-FILE the same way voucher
      * entry validates it. The received qty/amount fields are
      * posted by the receiving entry program, not keyed here.
      * An order bought for a job carries its project and cost
      * code off the project master, and the buyer is warned
      * when it would take the cost code past its budget.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "SLCONTRL.CBL".

           COPY "SLPRJ01.CBL".

           COPY "SLVARCH.CBL".

       DATA DIVISION.
       FILE SECTION.


           COPY "FDCONTRL.CBL".

           COPY "FDPRJ01.CBL".

           COPY "FDVARCH.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
       77  ACCOUNT-COMMITTED           PIC S9(11)V99.
       77  PO-OPEN-COMMITMENT          PIC S9(11)V99.
       77  TODAY-CCYYMM                PIC 9(6).
       77  PROJECT-FOUND               PIC X.
       77  ARCHIVE-FILE-AT-END         PIC X.
       77  PROJECT-CHECK-PO            PIC 9(5).
       77  PROJECT-COMMITTED           PIC S9(11)V99.
       77  PROJECT-VOUCHERED           PIC S9(11)V99.
      * Sized past the PO record with room to keep growing, the
      * same as VCHMNT01's parked voucher.
       01  SAVED-PO-RECORD             PIC X(200).

           COPY "WSCASE01.CBL".

           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT BUDGET-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT VOUCHER-ARCHIVE-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE TODAY-CCYYMMDD(1:6) TO TODAY-CCYYMM.
           PERFORM READ-CONTROL-RECORD.
           CLOSE VOUCHER-FILE.
           CLOSE BUDGET-FILE.
           CLOSE CONTROL-FILE.
           CLOSE PROJECT-FILE.
           CLOSE VOUCHER-ARCHIVE-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           ELSE
           IF PO-IS-RELEASE
               PERFORM ENTER-PO-GL-ACCOUNT
               PERFORM ENTER-PO-PROJECT
               PERFORM ENTER-THE-PO-LINES
               PERFORM COMPUTE-ORDERED-AMOUNT
               PERFORM CHECK-BLANKET-COMMITMENT
           ELSE
               PERFORM ENTER-PO-VENDOR
               PERFORM ENTER-PO-GL-ACCOUNT
               PERFORM ENTER-PO-PROJECT
               PERFORM ENTER-THE-PO-LINES
               PERFORM COMPUTE-ORDERED-AMOUNT.
           PERFORM CHECK-PO-BUDGET.
           PERFORM CHECK-PO-PROJECT-BUDGET.
           PERFORM WRITE-PO-RECORD.
           IF PO-ORDERED-AMOUNT NOT < CONTROL-PO-APPR-THRESHOLD
               DISPLAY "** THIS PO NEEDS APPROVAL IN POAPR01 "
                   " PLUS THIS PO " PO-ORDERED-AMOUNT
               DISPLAY "EXCEEDS THE BUDGET OF " BUDGET-AMOUNT.

      *****************************************************
      *         PROJECT AND COST CODE
      *****************************************************
      *-------------------------------------------------------------
      * The pair has to be on the project master - a job's cost
      * ledger is only as good as the codes it is charged to. A
      * blank project is an overhead order, as every PO was.
      *-------------------------------------------------------------
       ENTER-PO-PROJECT.
           PERFORM ACCEPT-PO-PROJECT.
           PERFORM RE-ACCEPT-PO-PROJECT
               UNTIL PROJECT-FOUND = "Y"
                   OR PO-PROJECT = SPACES.

       ACCEPT-PO-PROJECT.
           DISPLAY "ENTER THE PROJECT THIS PO IS FOR".
           DISPLAY "(BLANK IF NOT FOR A PROJECT)".
           MOVE SPACES TO PO-PROJECT.
           MOVE SPACES TO PO-COST-CODE.
           ACCEPT PO-PROJECT.
           INSPECT PO-PROJECT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "N" TO PROJECT-FOUND.
           IF PO-PROJECT NOT = SPACES
               DISPLAY "ENTER THE COST CODE"
               ACCEPT PO-COST-CODE
               INSPECT PO-COST-CODE
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA
               PERFORM READ-PO-PROJECT-RECORD.

       RE-ACCEPT-PO-PROJECT.
           DISPLAY "PROJECT/COST CODE NOT ON THE PROJECT MASTER".
           PERFORM ACCEPT-PO-PROJECT.

       READ-PO-PROJECT-RECORD.
           MOVE PO-PROJECT TO PROJECT-CODE.
           MOVE PO-COST-CODE TO PROJECT-COST-CODE.
           MOVE "Y" TO PROJECT-FOUND.
           READ PROJECT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO PROJECT-FOUND.

      *-------------------------------------------------------------
      * The project budget is for the life of the job, so the
      * test is everything the cost code has ever taken: the
      * open commitment on its other POs, plus what has been
      * vouchered to it - paid bills that have gone to the
      * archive included - plus this order. A warning only, like
      * the GL budget one above it.
      *-------------------------------------------------------------
       CHECK-PO-PROJECT-BUDGET.
           IF PO-PROJECT NOT = SPACES
               PERFORM READ-PO-PROJECT-RECORD
               IF PROJECT-FOUND = "Y"
                   PERFORM TOTAL-PROJECT-COMMITMENT
                   PERFORM TOTAL-PROJECT-VOUCHERED
                   PERFORM WARN-IF-PROJECT-OVER-BUDGET.

       TOTAL-PROJECT-COMMITMENT.
           MOVE PO-RECORD TO SAVED-PO-RECORD.
           MOVE PO-NUMBER TO PROJECT-CHECK-PO.
           MOVE ZEROES TO PROJECT-COMMITTED.
           MOVE ZEROES TO PO-NUMBER.
           MOVE "N" TO PO-FILE-AT-END-2.
           START PO-FILE KEY > PO-NUMBER
               INVALID KEY
                   MOVE "Y" TO PO-FILE-AT-END-2.
           PERFORM TOTAL-ONE-PROJECT-PO
               UNTIL PO-FILE-AT-END-2 = "Y".
           MOVE SAVED-PO-RECORD TO PO-RECORD.

       TOTAL-ONE-PROJECT-PO.
           READ PO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PO-FILE-AT-END-2.
           IF PO-FILE-AT-END-2 NOT = "Y"
               AND PO-NUMBER NOT = PROJECT-CHECK-PO
               AND PO-PROJECT = PROJECT-CODE
               AND PO-COST-CODE = PROJECT-COST-CODE
               AND PO-TAKES-RECEIPTS
               AND NOT PO-IS-BLANKET
               PERFORM ADD-ONE-PROJECT-COMMITMENT.

       ADD-ONE-PROJECT-COMMITMENT.
           COMPUTE PO-OPEN-COMMITMENT =
               PO-ORDERED-AMOUNT - PO-RECEIVED-AMOUNT.
           IF PO-OPEN-COMMITMENT > ZERO
               ADD PO-OPEN-COMMITMENT TO PROJECT-COMMITTED.

       TOTAL-PROJECT-VOUCHERED.
           MOVE ZEROES TO PROJECT-VOUCHERED.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           MOVE ZEROES TO VOUCHER-NUMBER.
           START VOUCHER-FILE KEY > VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           PERFORM TOTAL-ONE-PROJECT-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           MOVE "N" TO ARCHIVE-FILE-AT-END.
           MOVE ZEROES TO ARCH-VOUCHER-NUMBER.
           START VOUCHER-ARCHIVE-FILE KEY > ARCH-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.
           PERFORM TOTAL-ONE-PROJECT-ARCHIVE
               UNTIL ARCHIVE-FILE-AT-END = "Y".

       TOTAL-ONE-PROJECT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               AND VOUCHER-PROJECT = PROJECT-CODE
               AND VOUCHER-COST-CODE = PROJECT-COST-CODE
               AND VOUCHER-VOID-DATE = ZEROES
               ADD VOUCHER-AMOUNT TO PROJECT-VOUCHERED.

       TOTAL-ONE-PROJECT-ARCHIVE.
           READ VOUCHER-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.
           IF ARCHIVE-FILE-AT-END NOT = "Y"
               AND ARCH-VOUCHER-PROJECT = PROJECT-CODE
               AND ARCH-VOUCHER-COST-CODE = PROJECT-COST-CODE
               ADD ARCH-VOUCHER-AMOUNT TO PROJECT-VOUCHERED.

       WARN-IF-PROJECT-OVER-BUDGET.
           IF PROJECT-VOUCHERED + PROJECT-COMMITTED
                   + PO-ORDERED-AMOUNT > PROJECT-BUDGET
               DISPLAY "** PROJECT BUDGET WARNING - " PROJECT-CODE
                   " COST CODE " PROJECT-COST-CODE " **"
               DISPLAY "VOUCHERED " PROJECT-VOUCHERED
                   " PLUS COMMITTED " PROJECT-COMMITTED
                   " PLUS THIS PO " PO-ORDERED-AMOUNT
               DISPLAY "EXCEEDS THE BUDGET OF " PROJECT-BUDGET.

       INIT-PO-RECORD.
           MOVE ZEROES TO PO-RECORD.
           MOVE "O" TO PO-STATUS.
           MOVE "S" TO PO-TYPE.
           MOVE "N" TO PO-APPROVAL-STATUS.
           MOVE SPACES TO PO-APPROVED-BY.
           MOVE SPACE TO PO-EDI-STATUS.
           MOVE SPACES TO PO-PROJECT.
           MOVE SPACES TO PO-COST-CODE.

      *****************************************************
      *         BLANKET POS AND RELEASES
               MOVE ZEROES TO POLN-RECEIVED-QTY
               MOVE ZEROES TO POLN-VOUCHERED-QTY
               MOVE ZEROES TO POLN-VOUCHERED-AMOUNT
               MOVE ZEROES TO POLN-REQ-NUMBER
               MOVE ZEROES TO POLN-REQ-LINE-NUMBER
               MOVE SPACES TO POLN-ACK-STATUS
               MOVE ZEROES TO POLN-ACK-QUANTITY
               MOVE ZEROES TO POLN-ACK-UNIT-PRICE
               MOVE ZEROES TO POLN-ACK-SHIP-DATE
               DISPLAY "LINE EXTENSION IS " POLN-EXTENDED-AMOUNT.

      *-------------------------------------------------------------
               PERFORM ENTER-BLANKET-TERMS
           ELSE
               PERFORM ENTER-PO-VENDOR
               PERFORM ENTER-PO-PROJECT
               PERFORM DELETE-THE-PO-LINES
               PERFORM ENTER-THE-PO-LINES
               PERFORM COMPUTE-ORDERED-AMOUNT
               PERFORM CHECK-PO-PROJECT-BUDGET.
           PERFORM REWRITE-PO-RECORD.
           PERFORM GET-PO-RECORD.

               PERFORM DISPLAY-BLANKET-POSITION.
           IF PO-IS-RELEASE
               DISPLAY "RELEASE AGAINST BLANKET " PO-BLANKET-PO.
           IF PO-PROJECT NOT = SPACES
               DISPLAY "PROJECT:         " PO-PROJECT
                   " COST CODE " PO-COST-CODE.

      *-------------------------------------------------------------
      * The blanket header's real story is how much of the
           ELSE
           IF PO-STATUS-PARTIAL
               DISPLAY "STATUS:          PARTIALLY RECEIVED"
           ELSE
           IF PO-STATUS-DRAFT
               DISPLAY "STATUS:          DRAFT - NEEDS POAPR01"
           ELSE
               DISPLAY "STATUS:          OPEN".
           IF PO-IS-APPROVED
           ELSE
           IF PO-ORDERED-AMOUNT NOT < CONTROL-PO-APPR-THRESHOLD
               DISPLAY "APPROVAL:        NEEDED (POAPR01)".
           IF PO-EDI-TRANSMITTED
               DISPLAY "EDI:             SENT " PO-EDI-SENT-DATE
                   " - NOT YET ACKNOWLEDGED"
           ELSE
           IF PO-EDI-ACCEPTED
               DISPLAY "EDI:             ACCEPTED BY VENDOR ON "
                   PO-EDI-ACK-DATE
           ELSE
           IF PO-EDI-CHANGED
               DISPLAY "EDI:             VENDOR ACKNOWLEDGED WITH "
                   "CHANGES ON " PO-EDI-ACK-DATE
           ELSE
           IF PO-EDI-REJECTED
               DISPLAY "EDI:             REJECTED BY VENDOR ON "
                   PO-EDI-ACK-DATE.

       DISPLAY-THE-PO-LINES.
           MOVE PO-NUMBER TO WORKING-PO-NUMBER.
