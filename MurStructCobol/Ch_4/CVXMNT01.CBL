      * Maintaining the Customer/Vendor Cross-Reference File
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CVXMNT01.
      *------------------------------------------
      * Add, Change, Inquire and Delete for the Customer/Vendor
      * Cross-Reference File, in the pattern of SPLMNT01 - the
      * companies that both buy from us and sell to us, whose
      * receivables and payables CVXNET01 nets. A link is refused
      * unless the customer is on CUSTMAST, the vendor is on the
      * A/P VENDOR-FILE, and no other customer is already linked
      * to that vendor - one party, one pair of numbers.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLCVX01.CBL".

           COPY "SLCUST01.CBL".

           COPY "SLVND02.CBL".

       DATA DIVISION.
       FILE SECTION.

           COPY "FDCVX01.CBL".

           COPY "FDCUST01.CBL".

           COPY "FDVND04.CBL".

       WORKING-STORAGE SECTION.
       77  MENU-PICK                   PIC 9.
           88 MENU-PICK-IS-VALID       VALUES 0 THRU 4.

       77  THE-MODE                    PIC X(7).
       77  OK-TO-DELETE                PIC X.
       77  RECORD-FOUND                PIC X.
       77  CUSTOMER-FOUND              PIC X.
       77  VENDOR-IS-GOOD              PIC X.
       77  XREF-EOF                    PIC X.
       77  ENTERED-VENDOR              PIC 9(5).
       77  LINKED-ELSEWHERE            PIC 9(5).
       77  KEYED-CUSTOMER              PIC 9(5).
       77  SAVED-XREF-RECORD           PIC X(35).
       77  TODAY-DATE                  PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           OPEN I-O CUSTOMER-VENDOR-XREF-FILE.
           OPEN INPUT CUSTMAST.
           OPEN INPUT VENDOR-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-VENDOR-XREF-FILE.
           CLOSE CUSTMAST.
           CLOSE VENDOR-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK =  0.
      ********************************************************
      *                    MENU
      ********************************************************
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "   PLEASE SELECT:".
           DISPLAY "  ".
           DISPLAY "           1. LINK A CUSTOMER TO A VENDOR".
           DISPLAY "           2. CHANGE A LINK".
           DISPLAY "           3. LOOK UP A LINK".
           DISPLAY "           4. DELETE A LINK".
           DISPLAY " ".
           DISPLAY "           0. EXIT".
           PERFORM SCROLL-LINE 8 TIMES.

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE  (0-4)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION  - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       CLEAR-SCREEN.
           PERFORM SCROLL-LINE 25 TIMES.

       SCROLL-LINE.
           DISPLAY " ".

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM ADD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM CHANGE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 4
              PERFORM DELETE-MODE.
      *****************************************************
      *                       ADD
      *****************************************************
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-XREF-CUSTOMER.
           PERFORM ADD-RECORDS
               UNTIL CX-CUSTOMER-NUMBER = 99999.

       GET-NEW-XREF-CUSTOMER.
           PERFORM INIT-XREF-RECORD.
           PERFORM ENTER-XREF-CUSTOMER.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-XREF-RECORD
               UNTIL RECORD-FOUND = "N" OR
                   CX-CUSTOMER-NUMBER = 99999.

       FIND-NEW-XREF-RECORD.
           PERFORM READ-XREF-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY "THAT CUSTOMER IS ALREADY LINKED TO VENDOR "
                   CX-VENDOR-NUMBER
               PERFORM ENTER-XREF-CUSTOMER.

       ADD-RECORDS.
           PERFORM ENTER-XREF-VENDOR.
           MOVE TODAY-DATE TO CX-LINKED-DATE.
           PERFORM WRITE-XREF-RECORD.
           PERFORM GET-NEW-XREF-CUSTOMER.

       INIT-XREF-RECORD.
           MOVE ZEROES TO CUSTOMER-VENDOR-XREF-RECORD.

      *-------------------------------------------------------------
      * The customer has to exist before it can be linked.
      *-------------------------------------------------------------
       ENTER-XREF-CUSTOMER.
           PERFORM ACCEPT-XREF-CUSTOMER.
           PERFORM RE-ACCEPT-XREF-CUSTOMER
               UNTIL CUSTOMER-FOUND = "Y"
                   OR CX-CUSTOMER-NUMBER = 99999.

       ACCEPT-XREF-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER NUMBER OF THE LINK".
           DISPLAY "TO " THE-MODE " (5 DIGITS)".
           DISPLAY "ENTER 99999 TO STOP ENTRY".
           ACCEPT CX-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND.
           IF CX-CUSTOMER-NUMBER NOT = 99999
               MOVE CX-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTMAST
                   INVALID KEY
                       MOVE "N" TO CUSTOMER-FOUND.

       RE-ACCEPT-XREF-CUSTOMER.
           DISPLAY "CUSTOMER NOT ON FILE - PLEASE RE-ENTER".
           PERFORM ACCEPT-XREF-CUSTOMER.

      *-------------------------------------------------------------
      * The vendor has to be on the A/P vendor file and not
      * already linked to some other customer - netting one
      * vendor's payables against two customers' receivables
      * would spend the same dollars twice.
      *-------------------------------------------------------------
       ENTER-XREF-VENDOR.
           PERFORM ACCEPT-XREF-VENDOR.
           PERFORM RE-ACCEPT-XREF-VENDOR
               UNTIL VENDOR-IS-GOOD = "Y".

       ACCEPT-XREF-VENDOR.
           DISPLAY "ENTER THE A/P VENDOR NUMBER FOR CUSTOMER "
               CX-CUSTOMER-NUMBER.
           ACCEPT ENTERED-VENDOR.
           MOVE "Y" TO VENDOR-IS-GOOD.
           MOVE ENTERED-VENDOR TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO VENDOR-IS-GOOD.
           IF VENDOR-IS-GOOD = "N"
               DISPLAY "VENDOR NOT ON FILE"
           ELSE
               PERFORM CHECK-VENDOR-NOT-LINKED
               IF LINKED-ELSEWHERE NOT = ZERO
                   DISPLAY "VENDOR IS ALREADY LINKED TO CUSTOMER "
                       LINKED-ELSEWHERE
                   MOVE "N" TO VENDOR-IS-GOOD
               ELSE
                   MOVE ENTERED-VENDOR TO CX-VENDOR-NUMBER
                   DISPLAY "VENDOR: " VENDOR-NAME.

       RE-ACCEPT-XREF-VENDOR.
           DISPLAY "PLEASE RE-ENTER THE VENDOR NUMBER".
           PERFORM ACCEPT-XREF-VENDOR.

      *-------------------------------------------------------------
      * A walk of the whole file - it holds a few dozen parties
      * at most. The record being keyed is saved around the walk
      * and put back after it.
      *-------------------------------------------------------------
       CHECK-VENDOR-NOT-LINKED.
           MOVE CUSTOMER-VENDOR-XREF-RECORD TO SAVED-XREF-RECORD.
           MOVE CX-CUSTOMER-NUMBER TO KEYED-CUSTOMER.
           MOVE ZERO TO LINKED-ELSEWHERE.
           MOVE ZEROES TO CX-CUSTOMER-NUMBER.
           MOVE "N" TO XREF-EOF.
           START CUSTOMER-VENDOR-XREF-FILE
               KEY NOT < CX-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE "Y" TO XREF-EOF.
           PERFORM CHECK-ONE-XREF-LINK
               UNTIL XREF-EOF = "Y".
           MOVE SAVED-XREF-RECORD TO CUSTOMER-VENDOR-XREF-RECORD.

       CHECK-ONE-XREF-LINK.
           READ CUSTOMER-VENDOR-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO XREF-EOF.
           IF XREF-EOF = "N"
               AND CX-VENDOR-NUMBER = ENTERED-VENDOR
               AND CX-CUSTOMER-NUMBER NOT = KEYED-CUSTOMER
               MOVE CX-CUSTOMER-NUMBER TO LINKED-ELSEWHERE.

      *****************************************************
      *                     CHANGE
      *****************************************************
       CHANGE-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-XREF-RECORD.
           PERFORM CHANGE-RECORDS
               UNTIL CX-CUSTOMER-NUMBER = 99999.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ENTER-XREF-VENDOR.
           PERFORM READ-XREF-FOR-UPDATE.
           PERFORM REWRITE-XREF-RECORD.
           PERFORM GET-XREF-RECORD.

      *-------------------------------------------------------------
      * The vendor check walked the file, so the record is read
      * back by its key before the rewrite, keeping the vendor
      * just keyed.
      *-------------------------------------------------------------
       READ-XREF-FOR-UPDATE.
           MOVE CX-VENDOR-NUMBER TO ENTERED-VENDOR.
           PERFORM READ-XREF-RECORD.
           MOVE ENTERED-VENDOR TO CX-VENDOR-NUMBER.
           MOVE TODAY-DATE TO CX-LINKED-DATE.

       GET-XREF-RECORD.
           PERFORM INIT-XREF-RECORD.
           PERFORM ENTER-XREF-CUSTOMER.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-XREF-RECORD
               UNTIL RECORD-FOUND = "Y" OR
                   CX-CUSTOMER-NUMBER = 99999.

       FIND-XREF-RECORD.
           PERFORM READ-XREF-RECORD.
           IF RECORD-FOUND = "N"
               DISPLAY "NO LINK ON FILE FOR THAT CUSTOMER"
               PERFORM ENTER-XREF-CUSTOMER.

      ****************************************************
      *                    INQUIRE / DELETE
      ****************************************************
       INQUIRE-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM GET-XREF-RECORD.
           PERFORM INQUIRE-RECORDS
               UNTIL CX-CUSTOMER-NUMBER = 99999.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM GET-XREF-RECORD.

       DELETE-MODE.
           MOVE "DELETE" TO THE-MODE.
           PERFORM GET-XREF-RECORD.
           PERFORM DELETE-RECORDS
               UNTIL CX-CUSTOMER-NUMBER = 99999.

       DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               PERFORM DELETE-XREF-RECORD.
           PERFORM GET-XREF-RECORD.

       ASK-OK-TO-DELETE.
           PERFORM ACCEPT-OK-TO-DELETE.
           PERFORM RE-ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y"  OR "N".

       ACCEPT-OK-TO-DELETE.
           DISPLAY "DELETE THIS LINK (Y/N)?".
           ACCEPT OK-TO-DELETE.
           IF OK-TO-DELETE = "y"
               MOVE "Y" TO OK-TO-DELETE.
           IF OK-TO-DELETE = "n"
               MOVE "N" TO OK-TO-DELETE.

       RE-ACCEPT-OK-TO-DELETE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-DELETE.

       DISPLAY-ALL-FIELDS.
           MOVE CX-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-FILE RECORD
               INVALID KEY
                   MOVE "**NOT ON FILE**" TO VENDOR-NAME.
           DISPLAY " ".
           DISPLAY "CUSTOMER: " CX-CUSTOMER-NUMBER " "
               CM-CUSTOMER-NAME.
           DISPLAY "VENDOR:   " CX-VENDOR-NUMBER " " VENDOR-NAME.
           DISPLAY "LINKED:   " CX-LINKED-DATE.
           DISPLAY "LAST NETTED " CX-LAST-NETTED-DATE
               " FOR " CX-LAST-NETTED-AMOUNT.
           DISPLAY " ".

      *****************************************************
      *                FILE I-O Routines
      *****************************************************
       READ-XREF-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-VENDOR-XREF-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND.

       WRITE-XREF-RECORD.
           WRITE CUSTOMER-VENDOR-XREF-RECORD
               INVALID KEY
               DISPLAY "RECORD ALREADY ON FILE".

       REWRITE-XREF-RECORD.
           REWRITE CUSTOMER-VENDOR-XREF-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LINK RECORD".

       DELETE-XREF-RECORD.
           DELETE CUSTOMER-VENDOR-XREF-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING LINK RECORD".
