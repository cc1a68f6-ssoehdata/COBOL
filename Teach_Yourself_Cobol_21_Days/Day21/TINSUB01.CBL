      * IRS bulk TIN matching submission
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINSUB01.
      *-------------------------------------------------------------
      * Writes the IRS bulk TIN matching request file (TINBULK)
      * for every 1099-eligible vendor whose name/TIN pair hasn't
      * been checked yet - so a bad pair turns up now, not as a
      * CP2100 after the 1099s are filed. One line per vendor in
      * the IRS layout:
      *   TIN type;TIN;name;account number
      * TIN type 1 (EIN) for a TAX-ID keyed 99-9999999, 2 (SSN)
      * for 999-99-9999, 3 (unknown) otherwise; the TIN goes as
      * its nine digits; the name is the one the 1099 will carry
      * (remit-to name, else vendor name, as VEN1099X takes it);
      * the account number is our vendor number, so TINRSP01
      * can find the vendor when the answer comes back.
      * Each vendor sent is marked SUBMITTED. A vendor already
      * MATCHED, or with a mismatch still being worked, isn't
      * sent again until its TAX-ID changes. Inactive vendors
      * and vendors whose TAX-ID isn't nine digits are left out
      * and listed.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVND02.CBL".

           SELECT TIN-REQUEST-FILE
               ASSIGN TO "TINBULK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVND04.CBL".

       FD  TIN-REQUEST-FILE
           LABEL RECORDS ARE OMITTED.
       01  TIN-REQUEST-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

       77  VENDOR-FILE-AT-END          PIC X VALUE "N".
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  VENDORS-SUBMITTED           PIC 9(5) VALUE ZERO.
       77  VENDORS-NO-TIN              PIC 9(5) VALUE ZERO.
       77  REQUEST-POINTER             PIC 99.
       77  TIN-TYPE                    PIC X.
       77  TIN-DIGITS                  PIC X(9).
       77  TIN-DIGIT-COUNT             PIC 99 COMP.
       77  TIN-SUB                     PIC 99 COMP.
       77  TIN-CHARACTER               PIC X.
       77  TIN-NAME                    PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN I-O VENDOR-FILE.
           OPEN OUTPUT TIN-REQUEST-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE TIN-REQUEST-FILE.
           DISPLAY VENDORS-SUBMITTED " VENDOR(S) SUBMITTED FOR "
               "TIN MATCHING".
           IF VENDORS-NO-TIN NOT = ZERO
               DISPLAY VENDORS-NO-TIN " 1099 VENDOR(S) LEFT OUT - "
                   "NO NINE-DIGIT TAX ID".

       MAIN-PROCESS.
           MOVE ZEROES TO VENDOR-NUMBER.
           START VENDOR-FILE KEY NOT < VENDOR-NUMBER
               INVALID KEY
                   MOVE "Y" TO VENDOR-FILE-AT-END.
           IF VENDOR-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VENDOR.
           PERFORM CHECK-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

       READ-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VENDOR-FILE-AT-END.

       CHECK-ONE-VENDOR.
           IF VENDOR-IS-1099-ELIGIBLE AND
              NOT VENDOR-IS-INACTIVE AND
              (VENDOR-TIN-NOT-CHECKED OR VENDOR-TIN-SUBMITTED)
               PERFORM SUBMIT-ONE-VENDOR.
           PERFORM READ-NEXT-VENDOR.

       SUBMIT-ONE-VENDOR.
           PERFORM BUILD-THE-TIN.
           IF TIN-DIGIT-COUNT NOT = 9
               ADD 1 TO VENDORS-NO-TIN
               DISPLAY "VENDOR " VENDOR-NUMBER " " VENDOR-NAME
                   " TAX ID '" VENDOR-TAX-ID "' NOT SENT"
           ELSE
               PERFORM WRITE-THE-REQUEST
               MOVE "S" TO VENDOR-TIN-MATCH-STATUS
               MOVE TODAY-CCYYMMDD TO VENDOR-TIN-MATCH-DATE
               PERFORM REWRITE-VENDOR-RECORD
               ADD 1 TO VENDORS-SUBMITTED.

      *-------------------------------------------------------------
      * The dashes say which kind of number it is; only the
      * digits are sent.
      *-------------------------------------------------------------
       BUILD-THE-TIN.
           IF VENDOR-TAX-ID (3:1) = "-"
               MOVE "1" TO TIN-TYPE
           ELSE
           IF VENDOR-TAX-ID (4:1) = "-"
               MOVE "2" TO TIN-TYPE
           ELSE
               MOVE "3" TO TIN-TYPE.
           MOVE SPACES TO TIN-DIGITS.
           MOVE ZERO TO TIN-DIGIT-COUNT.
           MOVE 1 TO TIN-SUB.
           PERFORM TAKE-ONE-TIN-DIGIT
               UNTIL TIN-SUB > 11.

       TAKE-ONE-TIN-DIGIT.
           MOVE VENDOR-TAX-ID (TIN-SUB:1) TO TIN-CHARACTER.
           IF TIN-CHARACTER NUMERIC
               ADD 1 TO TIN-DIGIT-COUNT
               IF TIN-DIGIT-COUNT NOT > 9
                   MOVE TIN-CHARACTER
                       TO TIN-DIGITS (TIN-DIGIT-COUNT:1).
           ADD 1 TO TIN-SUB.

       WRITE-THE-REQUEST.
           IF REMIT-TO-NAME = SPACES
               MOVE VENDOR-NAME TO TIN-NAME
           ELSE
               MOVE REMIT-TO-NAME TO TIN-NAME.
           MOVE SPACES TO TIN-REQUEST-RECORD.
           MOVE 1 TO REQUEST-POINTER.
           STRING TIN-TYPE ";" TIN-DIGITS ";" DELIMITED BY SIZE
                  TIN-NAME DELIMITED BY "  "
                  ";" VENDOR-NUMBER DELIMITED BY SIZE
               INTO TIN-REQUEST-RECORD
               WITH POINTER REQUEST-POINTER.
           WRITE TIN-REQUEST-RECORD.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR RECORD".
