      * Ad hoc voucher query
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHQRY01.
      *-------------------------------------------------------------
      * Answers the one-off question about vouchers without a new
      * report program. The operator keys the selection - vendor,
      * invoice date, due date and amount ranges, category, GL
      * account, open/paid/void status, approval and dispute
      * status, who entered it, project and currency, live file
      * only or the paid-voucher archive as well - then picks the
      * columns wanted, in order, from the list the program shows,
      * and up to three of those codes to sort on, each ascending
      * or descending. The answer comes out either as a printed
      * listing with a count and amount totals, or as a comma-
      * delimited file (VCHCSV) with a heading row for a
      * spreadsheet, text columns quoted.
      * A query given a name can be saved on VOUCHER-QUERY-FILE
      * and run again later by keying only the name; a saved
      * query can also be re-keyed and saved over.
      * The sort keys are built as text so any column can drive
      * the sort: numbers are zero-filled, amounts are offset so
      * credits sort below debits, and a descending key has its
      * characters turned end for end so the one ascending SORT
      * handles both directions. Ties fall back to voucher number.
      *-------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "SLVOUCH.CBL".

           COPY "SLVARCH.CBL".

           COPY "SLQRY01.CBL".

           SELECT QUERY-WORK-FILE
               ASSIGN TO "WORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT QUERY-SORT-FILE
               ASSIGN TO "SORT".

           SELECT QUERY-EXTRACT-FILE
               ASSIGN TO "VCHCSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTER-FILE
               ASSIGN DYNAMIC PRINT-DESTINATION
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           COPY "FDVOUCH.CBL".

           COPY "FDVARCH.CBL".

           COPY "FDQRY01.CBL".

      *-------------------------------------------------------------
      * The selected voucher rides through the sort whole, behind
      * its three sort keys - the image is sized with room for
      * the voucher record to grow.
      *-------------------------------------------------------------
       FD  QUERY-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUERY-WORK-RECORD.
           05 FILLER                    PIC X(90).
           05 QUERY-WORK-VOUCHER        PIC X(500).

       SD  QUERY-SORT-FILE.

       01  QUERY-SORT-RECORD.
           05 SORT-KEY-1                PIC X(30).
           05 SORT-KEY-2                PIC X(30).
           05 SORT-KEY-3                PIC X(30).
           05 SORT-VOUCHER-IMAGE.
              10 SORT-VOUCHER-NUMBER    PIC 9(7).
              10 FILLER                 PIC X(493).

       FD  QUERY-EXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
       01  QUERY-EXTRACT-RECORD         PIC X(400).

       FD  PRINTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRINTER-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "WSPRNT01.CBL".

           COPY "WSDATE01.CBL".

           COPY "WSCASE01.CBL".

       77  VOUCHER-FILE-AT-END         PIC X.
       77  ARCHIVE-FILE-AT-END         PIC X.
       77  WORK-FILE-AT-END            PIC X.
       77  TODAY-CCYYMMDD              PIC 9(8).
       77  VOUCHER-WANTED              PIC X.
       77  QUERY-ON-FILE               PIC X.
       77  QUERY-NAME-ENTERED          PIC X(10).
       77  RUN-AS-SAVED                PIC X.
       77  OK-TO-SAVE                  PIC X.

       77  VOUCHERS-SELECTED           PIC 9(7) VALUE ZERO.
       77  TOTAL-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-PAID-AMOUNT           PIC S9(11)V99 VALUE ZERO.

       77  LINE-COUNT                  PIC 999 VALUE ZERO.
       77  PAGE-NUMBER                 PIC 9999 VALUE ZERO.
       77  MAXIMUM-LINES               PIC 999 VALUE 55.

      *-------------------------------------------------------------
      * The columns a query can show: code, heading, width on the
      * printed listing, and A for text (quoted in the file) or
      * N for figures.
      *-------------------------------------------------------------
       01  COLUMN-CATALOG-VALUES.
           05 FILLER PIC X(16) VALUE "VNVOUCHER    07N".
           05 FILLER PIC X(16) VALUE "VEVENDOR     06N".
           05 FILLER PIC X(16) VALUE "ININVOICE    15A".
           05 FILLER PIC X(16) VALUE "FOFOR        30A".
           05 FILLER PIC X(16) VALUE "AMAMOUNT     13N".
           05 FILLER PIC X(16) VALUE "DTINV DATE   10N".
           05 FILLER PIC X(16) VALUE "DUDUE DATE   10N".
           05 FILLER PIC X(16) VALUE "CACAT        03A".
           05 FILLER PIC X(16) VALUE "GLGL ACCT    07N".
           05 FILLER PIC X(16) VALUE "PAPAID AMOUNT13N".
           05 FILLER PIC X(16) VALUE "PDPAID DATE  10N".
           05 FILLER PIC X(16) VALUE "CKCHECK NO   08N".
           05 FILLER PIC X(16) VALUE "STSTATUS     06A".
           05 FILLER PIC X(16) VALUE "APAPPROVED   08A".
           05 FILLER PIC X(16) VALUE "ABAPPROVER   08A".
           05 FILLER PIC X(16) VALUE "EBENTERED BY 10A".
           05 FILLER PIC X(16) VALUE "PJPROJECT    10A".
           05 FILLER PIC X(16) VALUE "CUCUR        03A".
           05 FILLER PIC X(16) VALUE "FAFOREIGN AMT13N".
           05 FILLER PIC X(16) VALUE "DSDISPUTE    07A".
       01  FILLER REDEFINES COLUMN-CATALOG-VALUES.
           05 CATALOG-ENTRY OCCURS 20 TIMES.
              10 CATALOG-CODE          PIC X(2).
              10 CATALOG-HEADING       PIC X(11).
              10 CATALOG-WIDTH         PIC 99.
              10 CATALOG-TYPE          PIC X.
       77  CATALOG-COUNT               PIC 99 COMP VALUE 20.
       77  CATALOG-SUB                 PIC 99 COMP.

      *-------------------------------------------------------------
      * The query's columns resolved against the catalog, and the
      * width of the printed line they make.
      *-------------------------------------------------------------
       77  RUN-COLUMN-COUNT            PIC 99 COMP VALUE ZERO.
       77  RUN-SUB                     PIC 99 COMP.
       77  SORT-SUB                    PIC 9 COMP.
       77  LINE-WIDTH                  PIC 999 COMP.
       77  LINE-POSITION               PIC 999 COMP.
       01  RUN-COLUMN-TABLE.
           05 RUN-CATALOG-SUB          PIC 99 COMP OCCURS 12 TIMES.

       77  COLUMN-CODE                 PIC X(2).
       77  COLUMN-FOUND                PIC X.
       77  COLUMN-TEXT                 PIC X(30).
       77  COLUMN-KEY                  PIC X(30).
       77  COLUMN-WIDTH                PIC 99 COMP.
       77  COLUMN-AMOUNT               PIC S9(9)V99.
       77  COLUMN-AMOUNT-EDIT          PIC -(9)9.99.
       77  COLUMN-KEY-AMOUNT           PIC 9(12).
       77  COLUMN-LEAD                 PIC 99 COMP.
       77  COLUMN-LENGTH               PIC 99 COMP.
       77  ENTERED-COLUMN              PIC X(2).
       77  ENTERED-ORDER               PIC X.

       77  EXTRACT-POINTER             PIC 999 COMP.
       01  LISTING-LINE                PIC X(80).

       01  TITLE-LINE.
           05 FILLER                   PIC X(14) VALUE
              "VOUCHER QUERY ".
           05 PRINT-QUERY-NAME         PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PRINT-QUERY-DESCRIPTION  PIC X(40).
           05 FILLER                   PIC X(6) VALUE " PAGE:".
           05 PRINT-PAGE-NUMBER        PIC ZZZ9.

       01  RUN-DATE-LINE.
           05 FILLER                   PIC X(10) VALUE "RUN DATE: ".
           05 PRINT-RUN-DATE           PIC 9(8).

       01  TOTAL-LINE.
           05 FILLER                   PIC X(10) VALUE "VOUCHERS: ".
           05 PRINT-SELECTED           PIC ZZZZZZ9.
           05 FILLER                   PIC X(10) VALUE "  AMOUNT: ".
           05 PRINT-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(8) VALUE "  PAID: ".
           05 PRINT-TOTAL-PAID         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
           GOBACK.

       OPENING-PROCEDURE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-ARCHIVE-FILE.
           OPEN I-O VOUCHER-QUERY-FILE.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-ARCHIVE-FILE.
           CLOSE VOUCHER-QUERY-FILE.
           DISPLAY VOUCHERS-SELECTED " VOUCHER(S) SELECTED".

       MAIN-PROCESS.
           PERFORM GET-THE-QUERY.
           PERFORM RESOLVE-THE-COLUMNS.
           PERFORM SORT-THE-SELECTION.
           IF QUERY-WRITES-CSV
               PERFORM WRITE-THE-EXTRACT
           ELSE
               PERFORM PRINT-THE-LISTING.

      *****************************************************
      *        THE QUERY - SAVED, OR KEYED NOW
      *****************************************************
       GET-THE-QUERY.
           DISPLAY "QUERY NAME (ENTER FOR A ONE-TIME QUERY)?".
           MOVE SPACES TO QUERY-NAME-ENTERED.
           ACCEPT QUERY-NAME-ENTERED.
           INSPECT QUERY-NAME-ENTERED
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE "N" TO QUERY-ON-FILE.
           IF QUERY-NAME-ENTERED NOT = SPACES
               PERFORM READ-THE-SAVED-QUERY.
           MOVE "N" TO RUN-AS-SAVED.
           IF QUERY-ON-FILE = "Y"
               PERFORM ASK-RUN-AS-SAVED.
           IF RUN-AS-SAVED NOT = "Y"
               PERFORM ENTER-THE-QUERY
               PERFORM OFFER-TO-SAVE.

       READ-THE-SAVED-QUERY.
           MOVE QUERY-NAME-ENTERED TO QUERY-NAME.
           MOVE "Y" TO QUERY-ON-FILE.
           READ VOUCHER-QUERY-FILE RECORD
               INVALID KEY
                   MOVE "N" TO QUERY-ON-FILE.
           IF QUERY-ON-FILE = "Y"
               DISPLAY QUERY-NAME " - " QUERY-DESCRIPTION
               DISPLAY "SAVED " QUERY-SAVED-DATE
           ELSE
               DISPLAY "NO QUERY SAVED AS " QUERY-NAME-ENTERED
                   " - KEY IT NOW".

       ASK-RUN-AS-SAVED.
           PERFORM ACCEPT-RUN-AS-SAVED.
           PERFORM RE-ACCEPT-RUN-AS-SAVED
               UNTIL RUN-AS-SAVED = "Y" OR "N".

       ACCEPT-RUN-AS-SAVED.
           DISPLAY "RUN IT AS SAVED (Y), OR RE-KEY IT (N)?".
           ACCEPT RUN-AS-SAVED.
           INSPECT RUN-AS-SAVED
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-RUN-AS-SAVED.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-RUN-AS-SAVED.

       OFFER-TO-SAVE.
           MOVE "N" TO OK-TO-SAVE.
           IF QUERY-NAME-ENTERED NOT = SPACES
               PERFORM ASK-OK-TO-SAVE.
           IF OK-TO-SAVE = "Y"
               PERFORM SAVE-THE-QUERY.

       ASK-OK-TO-SAVE.
           PERFORM ACCEPT-OK-TO-SAVE.
           PERFORM RE-ACCEPT-OK-TO-SAVE
               UNTIL OK-TO-SAVE = "Y" OR "N".

       ACCEPT-OK-TO-SAVE.
           DISPLAY "SAVE THIS QUERY AS " QUERY-NAME " (Y/N)?".
           ACCEPT OK-TO-SAVE.
           INSPECT OK-TO-SAVE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-OK-TO-SAVE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-SAVE.

       SAVE-THE-QUERY.
           MOVE TODAY-CCYYMMDD TO QUERY-SAVED-DATE.
           IF QUERY-ON-FILE = "Y"
               REWRITE VOUCHER-QUERY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING QUERY " QUERY-NAME
           ELSE
               WRITE VOUCHER-QUERY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING QUERY " QUERY-NAME.

      *-------------------------------------------------------------
      * Every criterion is keyed fresh; ENTER (or zero) on any of
      * them means "any".
      *-------------------------------------------------------------
       ENTER-THE-QUERY.
           INITIALIZE VOUCHER-QUERY-RECORD.
           MOVE QUERY-NAME-ENTERED TO QUERY-NAME.
           IF QUERY-NAME NOT = SPACES
               DISPLAY "DESCRIPTION OF THE QUERY?"
               ACCEPT QUERY-DESCRIPTION.
           DISPLAY "LOWEST VENDOR NUMBER (ENTER FOR THE FIRST)?".
           ACCEPT QUERY-VENDOR-FROM.
           DISPLAY "HIGHEST VENDOR NUMBER (ENTER FOR THE LAST)?".
           ACCEPT QUERY-VENDOR-TO.
           MOVE "Y" TO ZERO-DATE-IS-OK.
           MOVE "INVOICE DATES FROM (ENTER FOR NO LIMIT)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO QUERY-DATE-FROM.
           MOVE "INVOICE DATES THROUGH (ENTER FOR NO LIMIT)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO QUERY-DATE-TO.
           MOVE "DUE DATES FROM (ENTER FOR NO LIMIT)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO QUERY-DUE-FROM.
           MOVE "DUE DATES THROUGH (ENTER FOR NO LIMIT)?"
               TO DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO QUERY-DUE-TO.
           DISPLAY "SMALLEST AMOUNT (ENTER FOR NO LIMIT)?".
           ACCEPT QUERY-AMOUNT-FROM.
           DISPLAY "LARGEST AMOUNT (ENTER FOR NO LIMIT)?".
           ACCEPT QUERY-AMOUNT-TO.
           DISPLAY "EXPENSE CATEGORY (ENTER FOR ALL)?".
           ACCEPT QUERY-CATEGORY.
           INSPECT QUERY-CATEGORY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           DISPLAY "GL ACCOUNT (ENTER FOR ALL)?".
           ACCEPT QUERY-GL-ACCOUNT.
           PERFORM ENTER-QUERY-STATUS.
           PERFORM ENTER-QUERY-APPROVAL.
           PERFORM ENTER-QUERY-DISPUTE.
           DISPLAY "ENTERED BY OPERATOR (ENTER FOR ANY)?".
           ACCEPT QUERY-ENTERED-BY.
           INSPECT QUERY-ENTERED-BY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           DISPLAY "PROJECT (ENTER FOR ANY)?".
           ACCEPT QUERY-PROJECT.
           INSPECT QUERY-PROJECT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           DISPLAY "CURRENCY CODE (ENTER FOR ANY)?".
           ACCEPT QUERY-CURRENCY.
           INSPECT QUERY-CURRENCY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           PERFORM ENTER-QUERY-ARCHIVE.
           PERFORM ENTER-QUERY-OUTPUT.
           PERFORM ENTER-QUERY-COLUMNS.
           PERFORM ENTER-QUERY-SORT.

       ENTER-QUERY-STATUS.
           PERFORM ACCEPT-QUERY-STATUS.
           PERFORM RE-ACCEPT-QUERY-STATUS
               UNTIL QUERY-STATUS-IS-VALID.

       ACCEPT-QUERY-STATUS.
           DISPLAY "O=OPEN (UNPAID)  P=PAID  V=VOIDED".
           DISPLAY "STATUS (ENTER FOR ALL)?".
           MOVE SPACE TO QUERY-STATUS.
           ACCEPT QUERY-STATUS.
           INSPECT QUERY-STATUS
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-QUERY-STATUS.
           DISPLAY "ENTER O, P, V OR NOTHING".
           PERFORM ACCEPT-QUERY-STATUS.

       ENTER-QUERY-APPROVAL.
           PERFORM ACCEPT-QUERY-APPROVAL.
           PERFORM RE-ACCEPT-QUERY-APPROVAL
               UNTIL QUERY-APPROVAL-IS-VALID.

       ACCEPT-QUERY-APPROVAL.
           DISPLAY "Y=APPROVED ONLY  N=NOT APPROVED ONLY".
           DISPLAY "APPROVAL (ENTER FOR EITHER)?".
           MOVE SPACE TO QUERY-APPROVAL.
           ACCEPT QUERY-APPROVAL.
           INSPECT QUERY-APPROVAL
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-QUERY-APPROVAL.
           DISPLAY "ENTER Y, N OR NOTHING".
           PERFORM ACCEPT-QUERY-APPROVAL.

       ENTER-QUERY-DISPUTE.
           PERFORM ACCEPT-QUERY-DISPUTE.
           PERFORM RE-ACCEPT-QUERY-DISPUTE
               UNTIL QUERY-DISPUTE-IS-VALID.

       ACCEPT-QUERY-DISPUTE.
           DISPLAY "D=IN DISPUTE  R=DISPUTE RESOLVED".
           DISPLAY "DISPUTE STATUS (ENTER FOR ANY)?".
           MOVE SPACE TO QUERY-DISPUTE.
           ACCEPT QUERY-DISPUTE.
           INSPECT QUERY-DISPUTE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-QUERY-DISPUTE.
           DISPLAY "ENTER D, R OR NOTHING".
           PERFORM ACCEPT-QUERY-DISPUTE.

       ENTER-QUERY-ARCHIVE.
           PERFORM ACCEPT-QUERY-ARCHIVE.
           PERFORM RE-ACCEPT-QUERY-ARCHIVE
               UNTIL QUERY-ARCHIVE = "Y" OR "N".

       ACCEPT-QUERY-ARCHIVE.
           DISPLAY "INCLUDE ARCHIVED PAID VOUCHERS (Y/N)?".
           ACCEPT QUERY-ARCHIVE.
           INSPECT QUERY-ARCHIVE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-QUERY-ARCHIVE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-QUERY-ARCHIVE.

       ENTER-QUERY-OUTPUT.
           PERFORM ACCEPT-QUERY-OUTPUT.
           PERFORM RE-ACCEPT-QUERY-OUTPUT
               UNTIL QUERY-PRINTS OR QUERY-WRITES-CSV.

       ACCEPT-QUERY-OUTPUT.
           DISPLAY "P=PRINTED LISTING  C=SPREADSHEET FILE (VCHCSV)".
           DISPLAY "OUTPUT?".
           ACCEPT QUERY-OUTPUT.
           INSPECT QUERY-OUTPUT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       RE-ACCEPT-QUERY-OUTPUT.
           DISPLAY "ENTER P OR C".
           PERFORM ACCEPT-QUERY-OUTPUT.

      *-------------------------------------------------------------
      * Up to twelve columns, in the order keyed. A printed
      * listing is held to the 80 columns of the page; the file
      * takes any twelve. Keying none gives the usual voucher
      * listing columns.
      *-------------------------------------------------------------
       ENTER-QUERY-COLUMNS.
           DISPLAY "COLUMNS AVAILABLE:".
           MOVE 1 TO CATALOG-SUB.
           PERFORM SHOW-ONE-CATALOG-ENTRY
               UNTIL CATALOG-SUB > CATALOG-COUNT.
           MOVE ZERO TO LINE-WIDTH.
           MOVE 1 TO RUN-SUB.
           MOVE "X" TO ENTERED-COLUMN.
           PERFORM ENTER-ONE-QUERY-COLUMN
               UNTIL RUN-SUB > 12
                   OR ENTERED-COLUMN = SPACES.
           IF QUERY-COLUMN (1) = SPACES
               PERFORM DEFAULT-THE-COLUMNS.

       SHOW-ONE-CATALOG-ENTRY.
           DISPLAY "  " CATALOG-CODE (CATALOG-SUB) "  "
               CATALOG-HEADING (CATALOG-SUB).
           ADD 1 TO CATALOG-SUB.

       ENTER-ONE-QUERY-COLUMN.
           DISPLAY "COLUMN " RUN-SUB " CODE (ENTER WHEN DONE)?".
           MOVE SPACES TO ENTERED-COLUMN.
           ACCEPT ENTERED-COLUMN.
           INSPECT ENTERED-COLUMN
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF ENTERED-COLUMN NOT = SPACES
               PERFORM CHECK-ONE-QUERY-COLUMN.

       CHECK-ONE-QUERY-COLUMN.
           MOVE ENTERED-COLUMN TO COLUMN-CODE.
           PERFORM FIND-THE-COLUMN.
           IF COLUMN-FOUND NOT = "Y"
               DISPLAY "NO COLUMN " ENTERED-COLUMN " - SEE THE LIST"
           ELSE
           IF QUERY-PRINTS
              AND LINE-WIDTH + CATALOG-WIDTH (CATALOG-SUB) > 80
               DISPLAY "NO ROOM ON THE PRINTED LINE FOR "
                   ENTERED-COLUMN
           ELSE
               COMPUTE LINE-WIDTH =
                   LINE-WIDTH + CATALOG-WIDTH (CATALOG-SUB) + 1
               MOVE ENTERED-COLUMN TO QUERY-COLUMN (RUN-SUB)
               ADD 1 TO RUN-SUB.

       DEFAULT-THE-COLUMNS.
           MOVE "VN" TO QUERY-COLUMN (1).
           MOVE "VE" TO QUERY-COLUMN (2).
           MOVE "IN" TO QUERY-COLUMN (3).
           MOVE "DT" TO QUERY-COLUMN (4).
           MOVE "DU" TO QUERY-COLUMN (5).
           MOVE "AM" TO QUERY-COLUMN (6).
           MOVE "ST" TO QUERY-COLUMN (7).

       ENTER-QUERY-SORT.
           MOVE 1 TO SORT-SUB.
           MOVE "X" TO ENTERED-COLUMN.
           PERFORM ENTER-ONE-SORT-KEY
               UNTIL SORT-SUB > 3
                   OR ENTERED-COLUMN = SPACES.

       ENTER-ONE-SORT-KEY.
           DISPLAY "SORT KEY " SORT-SUB
               " - COLUMN CODE (ENTER WHEN DONE)?".
           MOVE SPACES TO ENTERED-COLUMN.
           ACCEPT ENTERED-COLUMN.
           INSPECT ENTERED-COLUMN
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF ENTERED-COLUMN NOT = SPACES
               PERFORM CHECK-ONE-SORT-KEY.

       CHECK-ONE-SORT-KEY.
           MOVE ENTERED-COLUMN TO COLUMN-CODE.
           PERFORM FIND-THE-COLUMN.
           IF COLUMN-FOUND NOT = "Y"
               DISPLAY "NO COLUMN " ENTERED-COLUMN " - SEE THE LIST"
           ELSE
               MOVE ENTERED-COLUMN TO QUERY-SORT-COLUMN (SORT-SUB)
               PERFORM ENTER-SORT-ORDER
               MOVE ENTERED-ORDER TO QUERY-SORT-ORDER (SORT-SUB)
               ADD 1 TO SORT-SUB.

       ENTER-SORT-ORDER.
           PERFORM ACCEPT-SORT-ORDER.
           PERFORM RE-ACCEPT-SORT-ORDER
               UNTIL ENTERED-ORDER = "A" OR "D".

       ACCEPT-SORT-ORDER.
           DISPLAY "ASCENDING (A) OR DESCENDING (D)?".
           MOVE SPACE TO ENTERED-ORDER.
           ACCEPT ENTERED-ORDER.
           INSPECT ENTERED-ORDER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           IF ENTERED-ORDER = SPACE
               MOVE "A" TO ENTERED-ORDER.

       RE-ACCEPT-SORT-ORDER.
           DISPLAY "ENTER A OR D".
           PERFORM ACCEPT-SORT-ORDER.

       FIND-THE-COLUMN.
           MOVE "N" TO COLUMN-FOUND.
           MOVE 1 TO CATALOG-SUB.
           PERFORM STEP-THROUGH-THE-CATALOG
               UNTIL COLUMN-FOUND = "Y"
                   OR CATALOG-SUB > CATALOG-COUNT.

       STEP-THROUGH-THE-CATALOG.
           IF CATALOG-CODE (CATALOG-SUB) = COLUMN-CODE
               MOVE "Y" TO COLUMN-FOUND
           ELSE
               ADD 1 TO CATALOG-SUB.

      *-------------------------------------------------------------
      * A saved query's columns are looked up again at run time,
      * so a query saved before a column was withdrawn still runs
      * on the columns that remain.
      *-------------------------------------------------------------
       RESOLVE-THE-COLUMNS.
           MOVE ZERO TO RUN-COLUMN-COUNT.
           MOVE 1 TO RUN-SUB.
           PERFORM RESOLVE-ONE-COLUMN
               UNTIL RUN-SUB > 12.

       RESOLVE-ONE-COLUMN.
           MOVE QUERY-COLUMN (RUN-SUB) TO COLUMN-CODE.
           IF COLUMN-CODE NOT = SPACES
               PERFORM FIND-THE-COLUMN
               IF COLUMN-FOUND = "Y"
                   ADD 1 TO RUN-COLUMN-COUNT
                   MOVE CATALOG-SUB
                       TO RUN-CATALOG-SUB (RUN-COLUMN-COUNT).
           ADD 1 TO RUN-SUB.

      *****************************************************
      *        SELECTION AND SORT
      *****************************************************
       SORT-THE-SELECTION.
           SORT QUERY-SORT-FILE
               ON ASCENDING KEY SORT-KEY-1
                   SORT-KEY-2
                   SORT-KEY-3
                   SORT-VOUCHER-NUMBER
               INPUT PROCEDURE IS SELECT-THE-VOUCHERS
               GIVING QUERY-WORK-FILE.

       SELECT-THE-VOUCHERS.
           MOVE "N" TO VOUCHER-FILE-AT-END.
           MOVE ZEROES TO VOUCHER-NUMBER.
           START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO VOUCHER-FILE-AT-END.
           IF VOUCHER-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-VOUCHER.
           PERFORM CONSIDER-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
           IF QUERY-INCLUDES-ARCHIVE
               PERFORM SELECT-THE-ARCHIVE.

       SELECT-THE-ARCHIVE.
           MOVE "N" TO ARCHIVE-FILE-AT-END.
           MOVE ZEROES TO ARCH-VOUCHER-NUMBER.
           START VOUCHER-ARCHIVE-FILE KEY NOT < ARCH-VOUCHER-NUMBER
               INVALID KEY
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.
           IF ARCHIVE-FILE-AT-END NOT = "Y"
               PERFORM READ-NEXT-ARCHIVE.
           PERFORM CONSIDER-ONE-ARCHIVED-VOUCHER
               UNTIL ARCHIVE-FILE-AT-END = "Y".

       READ-NEXT-VOUCHER.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-ARCHIVE.
           READ VOUCHER-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ARCHIVE-FILE-AT-END.

       CONSIDER-ONE-LIVE-VOUCHER.
           PERFORM CONSIDER-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER.

       CONSIDER-ONE-ARCHIVED-VOUCHER.
           MOVE ARCHIVE-VOUCHER-RECORD TO VOUCHER-RECORD.
           PERFORM CONSIDER-ONE-VOUCHER.
           PERFORM READ-NEXT-ARCHIVE.

       CONSIDER-ONE-VOUCHER.
           PERFORM CHECK-THE-CRITERIA.
           IF VOUCHER-WANTED = "Y"
               PERFORM RELEASE-ONE-VOUCHER.

       CHECK-THE-CRITERIA.
           MOVE "Y" TO VOUCHER-WANTED.
           IF VOUCHER-VENDOR < QUERY-VENDOR-FROM
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-VENDOR-TO NOT = ZERO
              AND VOUCHER-VENDOR > QUERY-VENDOR-TO
               MOVE "N" TO VOUCHER-WANTED.
           IF VOUCHER-DATE < QUERY-DATE-FROM
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-DATE-TO NOT = ZERO
              AND VOUCHER-DATE > QUERY-DATE-TO
               MOVE "N" TO VOUCHER-WANTED.
           IF VOUCHER-DUE < QUERY-DUE-FROM
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-DUE-TO NOT = ZERO
              AND VOUCHER-DUE > QUERY-DUE-TO
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-AMOUNT-FROM NOT = ZERO
              AND VOUCHER-AMOUNT < QUERY-AMOUNT-FROM
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-AMOUNT-TO NOT = ZERO
              AND VOUCHER-AMOUNT > QUERY-AMOUNT-TO
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-CATEGORY NOT = SPACES
              AND VOUCHER-EXPENSE-CATEGORY NOT = QUERY-CATEGORY
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-GL-ACCOUNT NOT = ZERO
              AND VOUCHER-GL-ACCOUNT-NUMBER NOT = QUERY-GL-ACCOUNT
               MOVE "N" TO VOUCHER-WANTED.
           PERFORM CHECK-THE-STATUS-CRITERIA.
           IF QUERY-ENTERED-BY NOT = SPACES
              AND VOUCHER-ENTERED-BY NOT = QUERY-ENTERED-BY
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-PROJECT NOT = SPACES
              AND VOUCHER-PROJECT NOT = QUERY-PROJECT
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-CURRENCY NOT = SPACES
              AND VOUCHER-CURRENCY-CODE NOT = QUERY-CURRENCY
               MOVE "N" TO VOUCHER-WANTED.

       CHECK-THE-STATUS-CRITERIA.
           IF QUERY-OPEN-ONLY
              AND (VOUCHER-PAID-DATE NOT = ZEROES
                   OR VOUCHER-VOID-DATE NOT = ZEROES)
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-PAID-ONLY
              AND (VOUCHER-PAID-DATE = ZEROES
                   OR VOUCHER-VOID-DATE NOT = ZEROES)
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-VOID-ONLY
              AND VOUCHER-VOID-DATE = ZEROES
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-APPROVAL = "Y"
              AND NOT VOUCHER-IS-APPROVED
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-APPROVAL = "N"
              AND VOUCHER-IS-APPROVED
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-DISPUTE = "D"
              AND NOT VOUCHER-IN-DISPUTE
               MOVE "N" TO VOUCHER-WANTED.
           IF QUERY-DISPUTE = "R"
              AND NOT VOUCHER-DISPUTE-RESOLVED
               MOVE "N" TO VOUCHER-WANTED.

       RELEASE-ONE-VOUCHER.
           MOVE SPACES TO SORT-KEY-1 SORT-KEY-2 SORT-KEY-3.
           MOVE 1 TO SORT-SUB.
           PERFORM BUILD-ONE-SORT-KEY
               UNTIL SORT-SUB > 3.
           MOVE VOUCHER-RECORD TO SORT-VOUCHER-IMAGE.
           RELEASE QUERY-SORT-RECORD.

       BUILD-ONE-SORT-KEY.
           MOVE SPACES TO COLUMN-KEY.
           MOVE QUERY-SORT-COLUMN (SORT-SUB) TO COLUMN-CODE.
           IF COLUMN-CODE NOT = SPACES
               PERFORM FORMAT-THE-COLUMN
               IF QUERY-SORT-DESCENDING (SORT-SUB)
                   INSPECT COLUMN-KEY CONVERTING
                       " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    TO "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".
           IF SORT-SUB = 1
               MOVE COLUMN-KEY TO SORT-KEY-1.
           IF SORT-SUB = 2
               MOVE COLUMN-KEY TO SORT-KEY-2.
           IF SORT-SUB = 3
               MOVE COLUMN-KEY TO SORT-KEY-3.
           ADD 1 TO SORT-SUB.

      *-------------------------------------------------------------
      * One column of the current voucher: COLUMN-TEXT as it
      * prints, COLUMN-KEY as it sorts.
      *-------------------------------------------------------------
       FORMAT-THE-COLUMN.
           MOVE SPACES TO COLUMN-TEXT.
           MOVE SPACES TO COLUMN-KEY.
           IF COLUMN-CODE = "VN"
               MOVE VOUCHER-NUMBER TO COLUMN-TEXT.
           IF COLUMN-CODE = "VE"
               MOVE VOUCHER-VENDOR TO COLUMN-TEXT.
           IF COLUMN-CODE = "IN"
               MOVE VOUCHER-INVOICE TO COLUMN-TEXT.
           IF COLUMN-CODE = "FO"
               MOVE VOUCHER-FOR TO COLUMN-TEXT.
           IF COLUMN-CODE = "AM"
               MOVE VOUCHER-AMOUNT TO COLUMN-AMOUNT
               PERFORM FORMAT-AN-AMOUNT.
           IF COLUMN-CODE = "DT"
               MOVE VOUCHER-DATE TO DATE-CCYYMMDD
               PERFORM FORMAT-A-DATE.
           IF COLUMN-CODE = "DU"
               MOVE VOUCHER-DUE TO DATE-CCYYMMDD
               PERFORM FORMAT-A-DATE.
           IF COLUMN-CODE = "CA"
               MOVE VOUCHER-EXPENSE-CATEGORY TO COLUMN-TEXT.
           IF COLUMN-CODE = "GL"
               MOVE VOUCHER-GL-ACCOUNT-NUMBER TO COLUMN-TEXT.
           IF COLUMN-CODE = "PA"
               MOVE VOUCHER-PAID-AMOUNT TO COLUMN-AMOUNT
               PERFORM FORMAT-AN-AMOUNT.
           IF COLUMN-CODE = "PD"
               MOVE VOUCHER-PAID-DATE TO DATE-CCYYMMDD
               PERFORM FORMAT-A-DATE.
           IF COLUMN-CODE = "CK"
               MOVE VOUCHER-CHECK-NO TO COLUMN-TEXT.
           IF COLUMN-CODE = "ST"
               PERFORM FORMAT-THE-STATUS.
           IF COLUMN-CODE = "AP"
               MOVE VOUCHER-APPROVAL-STATUS TO COLUMN-TEXT.
           IF COLUMN-CODE = "AB"
               MOVE VOUCHER-APPROVED-BY TO COLUMN-TEXT.
           IF COLUMN-CODE = "EB"
               MOVE VOUCHER-ENTERED-BY TO COLUMN-TEXT.
           IF COLUMN-CODE = "PJ"
               MOVE VOUCHER-PROJECT TO COLUMN-TEXT.
           IF COLUMN-CODE = "CU"
               MOVE VOUCHER-CURRENCY-CODE TO COLUMN-TEXT.
           IF COLUMN-CODE = "FA"
               MOVE VOUCHER-FOREIGN-AMOUNT TO COLUMN-AMOUNT
               PERFORM FORMAT-AN-AMOUNT.
           IF COLUMN-CODE = "DS"
               MOVE VOUCHER-DISPUTE-STATUS TO COLUMN-TEXT.
           IF COLUMN-KEY = SPACES
               MOVE COLUMN-TEXT TO COLUMN-KEY
               INSPECT COLUMN-KEY
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       FORMAT-AN-AMOUNT.
           MOVE COLUMN-AMOUNT TO COLUMN-AMOUNT-EDIT.
           MOVE COLUMN-AMOUNT-EDIT TO COLUMN-TEXT.
           COMPUTE COLUMN-KEY-AMOUNT =
               COLUMN-AMOUNT * 100 + 100000000000.
           MOVE COLUMN-KEY-AMOUNT TO COLUMN-KEY.

       FORMAT-A-DATE.
           MOVE DATE-CCYYMMDD TO COLUMN-KEY.
           IF DATE-CCYYMMDD NOT = ZEROES
               PERFORM CONVERT-TO-MMDDCCYY
               MOVE DATE-MMDDCCYY TO FORMATTED-DATE
               MOVE FORMATTED-DATE TO COLUMN-TEXT.

       FORMAT-THE-STATUS.
           IF VOUCHER-VOID-DATE NOT = ZEROES
               MOVE "VOID" TO COLUMN-TEXT
           ELSE
           IF VOUCHER-PAID-DATE NOT = ZEROES
               MOVE "PAID" TO COLUMN-TEXT
           ELSE
               MOVE "OPEN" TO COLUMN-TEXT.

      *****************************************************
      *        THE PRINTED LISTING
      *****************************************************
       PRINT-THE-LISTING.
           MOVE "VCHQRY01" TO REPORT-SPOOL-NAME.
           PERFORM ACCEPT-PRINT-DESTINATION.
           OPEN OUTPUT PRINTER-FILE.
           OPEN INPUT QUERY-WORK-FILE.
           PERFORM START-NEW-PAGE.
           MOVE "N" TO WORK-FILE-AT-END.
           PERFORM READ-NEXT-WORK.
           PERFORM PRINT-ONE-VOUCHER
               UNTIL WORK-FILE-AT-END = "Y".
           PERFORM PRINT-THE-TOTALS.
           CLOSE QUERY-WORK-FILE.
           CLOSE PRINTER-FILE.

       READ-NEXT-WORK.
           READ QUERY-WORK-FILE
               AT END
                   MOVE "Y" TO WORK-FILE-AT-END.
           IF WORK-FILE-AT-END NOT = "Y"
               MOVE QUERY-WORK-VOUCHER TO VOUCHER-RECORD
               ADD 1 TO VOUCHERS-SELECTED
               ADD VOUCHER-AMOUNT TO TOTAL-AMOUNT
               ADD VOUCHER-PAID-AMOUNT TO TOTAL-PAID-AMOUNT.

       PRINT-ONE-VOUCHER.
           IF LINE-COUNT > MAXIMUM-LINES
               PERFORM START-NEW-PAGE.
           MOVE SPACES TO LISTING-LINE.
           MOVE 1 TO LINE-POSITION.
           MOVE 1 TO RUN-SUB.
           PERFORM PLACE-ONE-COLUMN
               UNTIL RUN-SUB > RUN-COLUMN-COUNT.
           MOVE LISTING-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           PERFORM READ-NEXT-WORK.

       PLACE-ONE-COLUMN.
           MOVE RUN-CATALOG-SUB (RUN-SUB) TO CATALOG-SUB.
           MOVE CATALOG-CODE (CATALOG-SUB) TO COLUMN-CODE.
           MOVE CATALOG-WIDTH (CATALOG-SUB) TO COLUMN-WIDTH.
           PERFORM FORMAT-THE-COLUMN.
           MOVE COLUMN-TEXT (1:COLUMN-WIDTH)
               TO LISTING-LINE (LINE-POSITION:COLUMN-WIDTH).
           COMPUTE LINE-POSITION = LINE-POSITION + COLUMN-WIDTH + 1.
           ADD 1 TO RUN-SUB.

       PLACE-ONE-HEADING.
           MOVE RUN-CATALOG-SUB (RUN-SUB) TO CATALOG-SUB.
           MOVE CATALOG-WIDTH (CATALOG-SUB) TO COLUMN-WIDTH.
           MOVE CATALOG-HEADING (CATALOG-SUB) TO COLUMN-TEXT.
           MOVE COLUMN-TEXT (1:COLUMN-WIDTH)
               TO LISTING-LINE (LINE-POSITION:COLUMN-WIDTH).
           COMPUTE LINE-POSITION = LINE-POSITION + COLUMN-WIDTH + 1.
           ADD 1 TO RUN-SUB.

       PRINT-THE-TOTALS.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE VOUCHERS-SELECTED TO PRINT-SELECTED.
           MOVE TOTAL-AMOUNT TO PRINT-TOTAL-AMOUNT.
           MOVE TOTAL-PAID-AMOUNT TO PRINT-TOTAL-PAID.
           MOVE TOTAL-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
           MOVE QUERY-NAME TO PRINT-QUERY-NAME.
           MOVE QUERY-DESCRIPTION TO PRINT-QUERY-DESCRIPTION.
           MOVE TITLE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE TODAY-CCYYMMDD TO PRINT-RUN-DATE.
           MOVE RUN-DATE-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE SPACES TO LISTING-LINE.
           MOVE 1 TO LINE-POSITION.
           MOVE 1 TO RUN-SUB.
           PERFORM PLACE-ONE-HEADING
               UNTIL RUN-SUB > RUN-COLUMN-COUNT.
           MOVE LISTING-LINE TO PRINTER-RECORD.
           PERFORM WRITE-TO-PRINTER.
           MOVE ZERO TO LINE-COUNT.

       WRITE-TO-PRINTER.
           WRITE PRINTER-RECORD.
           ADD 1 TO LINE-COUNT.

      *****************************************************
      *        THE SPREADSHEET FILE
      *****************************************************
       WRITE-THE-EXTRACT.
           OPEN OUTPUT QUERY-EXTRACT-FILE.
           OPEN INPUT QUERY-WORK-FILE.
           MOVE SPACES TO QUERY-EXTRACT-RECORD.
           MOVE 1 TO EXTRACT-POINTER.
           MOVE 1 TO RUN-SUB.
           PERFORM ADD-ONE-CSV-HEADING
               UNTIL RUN-SUB > RUN-COLUMN-COUNT.
           WRITE QUERY-EXTRACT-RECORD.
           MOVE "N" TO WORK-FILE-AT-END.
           PERFORM READ-NEXT-WORK.
           PERFORM EXTRACT-ONE-VOUCHER
               UNTIL WORK-FILE-AT-END = "Y".
           CLOSE QUERY-WORK-FILE.
           CLOSE QUERY-EXTRACT-FILE.
           DISPLAY "EXTRACT WRITTEN TO VCHCSV".

       ADD-ONE-CSV-HEADING.
           MOVE RUN-CATALOG-SUB (RUN-SUB) TO CATALOG-SUB.
           IF RUN-SUB > 1
               STRING "," DELIMITED BY SIZE
                   INTO QUERY-EXTRACT-RECORD
                   WITH POINTER EXTRACT-POINTER.
           STRING QUOTE DELIMITED BY SIZE
                  CATALOG-HEADING (CATALOG-SUB) DELIMITED BY "  "
                  QUOTE DELIMITED BY SIZE
               INTO QUERY-EXTRACT-RECORD
               WITH POINTER EXTRACT-POINTER.
           ADD 1 TO RUN-SUB.

       EXTRACT-ONE-VOUCHER.
           MOVE SPACES TO QUERY-EXTRACT-RECORD.
           MOVE 1 TO EXTRACT-POINTER.
           MOVE 1 TO RUN-SUB.
           PERFORM ADD-ONE-CSV-FIELD
               UNTIL RUN-SUB > RUN-COLUMN-COUNT.
           WRITE QUERY-EXTRACT-RECORD.
           PERFORM READ-NEXT-WORK.

      *-------------------------------------------------------------
      * Text goes out quoted, any quote inside it turned to an
      * apostrophe so the field can't end early; figures go out
      * bare, shifted left past their leading spaces.
      *-------------------------------------------------------------
       ADD-ONE-CSV-FIELD.
           MOVE RUN-CATALOG-SUB (RUN-SUB) TO CATALOG-SUB.
           MOVE CATALOG-CODE (CATALOG-SUB) TO COLUMN-CODE.
           PERFORM FORMAT-THE-COLUMN.
           IF RUN-SUB > 1
               STRING "," DELIMITED BY SIZE
                   INTO QUERY-EXTRACT-RECORD
                   WITH POINTER EXTRACT-POINTER.
           IF CATALOG-TYPE (CATALOG-SUB) = "A"
               INSPECT COLUMN-TEXT REPLACING ALL QUOTE BY "'"
               STRING QUOTE DELIMITED BY SIZE
                      COLUMN-TEXT DELIMITED BY "  "
                      QUOTE DELIMITED BY SIZE
                   INTO QUERY-EXTRACT-RECORD
                   WITH POINTER EXTRACT-POINTER
           ELSE
               PERFORM ADD-A-CSV-FIGURE.
           ADD 1 TO RUN-SUB.

       ADD-A-CSV-FIGURE.
           MOVE ZERO TO COLUMN-LEAD.
           INSPECT COLUMN-TEXT
               TALLYING COLUMN-LEAD FOR LEADING SPACES.
           IF COLUMN-LEAD < 30
               COMPUTE COLUMN-LENGTH = 30 - COLUMN-LEAD
               STRING COLUMN-TEXT (COLUMN-LEAD + 1:COLUMN-LENGTH)
                       DELIMITED BY SPACE
                   INTO QUERY-EXTRACT-RECORD
                   WITH POINTER EXTRACT-POINTER.

           COPY "PLDATE01.CBL".

           COPY "PLPRNT01.CBL".
