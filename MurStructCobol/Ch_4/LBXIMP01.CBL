       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LBXIMP01.
      *
      *    Lockbox import - the bank's daily file of the checks
      *    mailed to the lockbox, applied to the open items on
      *    the Sales Transaction File by the same rules CASHRC01
      *    applies a keyed check (shared through PLCAPP01), so
      *    nobody rekeys the bank's file by hand.
      *
      *    The file is a header (deposit date and the bank's
      *    batch number), then for each check a C record and an
      *    R record for every invoice written on the remittance.
      *    A check naming invoices is applied to exactly those:
      *    each must be on file for the customer and still open,
      *    a payment may not exceed what is open on its invoice
      *    (no amount on the remittance pays the invoice's open
      *    amount), an open credit named nets into the check as
      *    it does in CASHRC01, and the whole must come to the
      *    check's amount. A check naming no invoice pays the
      *    customer's open invoices oldest first, the last one
      *    perhaps in part, provided they owe at least the check;
      *    credits are only netted in when the customer names
      *    them.
      *
      *    A check the import cannot place in full - customer
      *    unknown, an invoice not on file or already settled,
      *    the amounts not agreeing - is not applied at all. It
      *    goes whole to the Lockbox Exception File for a clerk
      *    to work in LBXRES01.
      *
      *    Run control: the last lockbox imported and how far the
      *    run got are kept on LBXCTL.DAT, rewritten around every
      *    check. A lockbox already imported, or older than the
      *    last one, is refused. A run that died part way is
      *    rerun on the same file - no other lockbox is taken
      *    until it is - and resumes after the last check it
      *    finished; the check it was in the middle of
      *    goes to the exception queue to be checked by hand
      *    rather than applied a second time.
      *
      *    The register lists every check with the invoices it
      *    paid, or the reason it went to the queue.
      *
      *    The bank deposits every check in the file, so the
      *    lockbox is one deposit batch to the bank account the
      *    operator names, for DEPRCN01 to match to the bank's
      *    credit, and every check - applied or queued - goes on
      *    the Cash Receipts Journal under that batch with the
      *    invoices it paid. The receipt number is checkpointed
      *    with the check in flight, so a restarted run finds
      *    the interrupted check's receipt, and what the dead
      *    run applied from it, instead of writing another.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           COPY "SLSTRX01.CBL".
           COPY "SLCUST01.CBL".
           COPY "SLLBX01.CBL".
           COPY "SLPCFG01.CBL".
           COPY "SLCRJ01.CBL".
           COPY "SLCRA01.CBL".
           COPY "SLCRN01.CBL".
           COPY "SLDPB01.CBL".
           COPY "SLBNK01.CBL".
           SELECT LOCKBOX-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\LOCKBOX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCKBOX-CONTROL-FILE ASSIGN TO
               "C:\gnuCobol\COBOL\DATA\LBXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCKBOX-REGISTER ASSIGN DYNAMIC OUTPUT-DESTINATION.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
           COPY "FDSTRX01.CBL".
      *
           COPY "FDCUST01.CBL".
      *
           COPY "FDLBX01.CBL".
      *
           COPY "FDPCFG01.CBL".
      *
           COPY "FDCRJ01.CBL".
      *
           COPY "FDCRA01.CBL".
      *
           COPY "FDCRN01.CBL".
      *
           COPY "FDDPB01.CBL".
      *
           COPY "FDBNK01.CBL".
      *
       FD  LOCKBOX-FILE.
       01  LOCKBOX-HEADER-RECORD.
           05  LH-RECORD-TYPE          PIC X(1).
           05  LH-DEPOSIT-DATE         PIC 9(8).
           05  LH-BATCH-NUMBER         PIC 9(4).
       01  LOCKBOX-CHECK-RECORD.
           05  LC-RECORD-TYPE          PIC X(1).
           05  LC-CUSTOMER-NUMBER      PIC X(5).
           05  LC-CHECK-NUMBER         PIC X(8).
           05  LC-CHECK-DATE           PIC 9(8).
           05  LC-CHECK-AMOUNT         PIC 9(7)V9(2).
       01  LOCKBOX-REMITTANCE-RECORD.
           05  LR-RECORD-TYPE          PIC X(1).
           05  LR-INVOICE-NUMBER       PIC X(8).
           05  LR-AMOUNT               PIC 9(5)V9(2).
      *
       FD  LOCKBOX-CONTROL-FILE.
       01  LOCKBOX-CONTROL-RECORD.
           05  LBC-LAST-LOCKBOX.
               10  LBC-DEPOSIT-DATE    PIC 9(8).
               10  LBC-BATCH-NUMBER    PIC 9(4).
           05  LBC-RUN-STATE           PIC X(1).
               88  LBC-RUN-COMPLETE    VALUES "C", " ".
               88  LBC-RUN-IN-PROGRESS VALUE "R".
           05  LBC-LAST-ITEM           PIC 9(4).
           05  LBC-IN-FLIGHT-ITEM      PIC 9(4).
           05  LBC-RUN-DATE            PIC 9(8).
           05  LBC-BANK-ACCOUNT        PIC X(3).
           05  LBC-DEPOSIT-BATCH       PIC 9(6).
           05  LBC-IN-FLIGHT-RECEIPT   PIC 9(6).
      *
       FD  LOCKBOX-REGISTER.
      *
       01  PRINT-AREA      PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           COPY "WSCAPP01.CBL".
      *
       01  SWITCHES.
           05  LOCKBOX-EOF-SWITCH      PIC X   VALUE "N".
           05  CONTROL-EOF-SWITCH      PIC X   VALUE "N".
           05  OPEN-ITEM-EOF-SWITCH    PIC X   VALUE "N".
           05  IMPORT-SWITCH           PIC X   VALUE "Y".
           05  RESTART-SWITCH          PIC X   VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X.
           05  ITEM-FOUND-SWITCH       PIC X.
           05  TOO-MANY-SWITCH         PIC X.
           05  OPEN-ITEM-OVERFLOW      PIC X.
           05  ALREADY-QUEUED-SWITCH   PIC X.
           05  BANK-FOUND-SWITCH       PIC X.
           05  RECEIPT-FOUND-SWITCH    PIC X.
           05  BATCH-FOUND-SWITCH      PIC X.
      *
       01  PARAMETER-FIELDS.
           05  OUTPUT-DESTINATION      PIC X(60)     VALUE
               "C:\gnuCobol\COBOL\DATA\LBXREG.PRN".
           05  DESTINATION-ENTRY       PIC X(60)     VALUE SPACE.
      *
       01  RUN-FIELDS.
           05  TODAY-CCYYMMDD          PIC 9(8).
           05  THIS-LOCKBOX.
               10  THIS-DEPOSIT-DATE   PIC 9(8)      VALUE ZERO.
               10  THIS-BATCH-NUMBER   PIC 9(4)      VALUE ZERO.
           05  LAST-LOCKBOX.
               10  LAST-DEPOSIT-DATE   PIC 9(8)      VALUE ZERO.
               10  LAST-BATCH-NUMBER   PIC 9(4)      VALUE ZERO.
           05  LAST-RUN-STATE          PIC X         VALUE SPACE.
               88  LAST-RUN-IN-PROGRESS              VALUE "R".
           05  RESUME-AFTER-ITEM       PIC 9(4)      VALUE ZERO.
           05  INTERRUPTED-ITEM        PIC 9(4)      VALUE ZERO.
           05  ITEM-NUMBER             PIC 9(4)      VALUE ZERO.
           05  DEPOSIT-ACCOUNT         PIC X(3)      VALUE SPACE.
           05  DEPOSIT-BATCH           PIC 9(6)      VALUE ZERO.
           05  INTERRUPTED-RECEIPT     PIC 9(6)      VALUE ZERO.
           05  NOT-IMPORTED-REASON     PIC X(40)     VALUE SPACE.
      *
      *    The check in hand, with the invoices on its remittance.
      *
       01  CHECK-FIELDS.
           05  HC-CUSTOMER             PIC X(5).
           05  HC-CUSTOMER-NUMBER REDEFINES HC-CUSTOMER
                                       PIC 9(5).
           05  HC-CHECK-NUMBER         PIC X(8).
           05  HC-CHECK-DATE           PIC 9(8).
           05  HC-CHECK-AMOUNT         PIC 9(7)V99.
           05  CHECK-CUSTOMER-NAME     PIC X(20).
      *
       01  REMITTANCE-FIELDS.
           05  REFERENCE-COUNT         PIC 9(2).
           05  REMITTANCE-REFERENCE    OCCURS 20 TIMES.
               10  RF-INVOICE          PIC X(8).
               10  RF-AMOUNT           PIC 9(5)V99.
      *
      *    Why a check could not be placed, and the invoice that
      *    stopped it.
      *
       01  REASON-FIELDS.
           05  REASON-CODE             PIC X(2).
           05  REASON-INVOICE          PIC X(8).
           05  REASON-TEXT             PIC X(30).
      *
      *    What the check will pay, worked out in full before
      *    any of it is posted.
      *
       01  PLAN-FIELDS.
           05  PLAN-COUNT              PIC 9(3).
           05  PLAN-INVOICE            PIC X(8).
           05  PLAN-APPLY-AMOUNT       PIC S9(5)V99.
           05  PLANNED-TOTAL           PIC S9(7)V99.
           05  REMAINING-AMOUNT        PIC S9(7)V99.
           05  PLANNED-ITEM            OCCURS 200 TIMES.
               10  PL-INVOICE          PIC X(8).
               10  PL-AMOUNT           PIC S9(5)V99.
      *
      *    The customer's open invoices, for paying oldest first.
      *
       01  OPEN-ITEM-FIELDS.
           05  OPEN-ITEM-COUNT         PIC 9(3).
           05  OPEN-ITEMS-TOTAL        PIC S9(7)V99.
           05  OPEN-ITEM               OCCURS 200 TIMES.
               10  OI-INVOICE          PIC X(8).
               10  OI-DATE             PIC 9(8).
               10  OI-OPEN-AMOUNT      PIC S9(5)V99.
               10  OI-TAKEN            PIC X.
      *
       01  SUBSCRIPTS.
           05  REF-SUB                 PIC 9(3).
           05  SCAN-SUB                PIC 9(3).
           05  PLAN-SUB                PIC 9(3).
           05  OLDEST-SUB              PIC 9(3).
      *
       01  COUNT-FIELDS.
           05  CHECKS-READ             PIC 9(5)      VALUE ZERO.
           05  CHECKS-APPLIED          PIC 9(5)      VALUE ZERO.
           05  CHECKS-QUEUED           PIC 9(5)      VALUE ZERO.
           05  CHECKS-SKIPPED          PIC 9(5)      VALUE ZERO.
      *
       01  TOTAL-FIELDS.
           05  READ-AMOUNT             PIC S9(9)V99  VALUE ZERO.
           05  APPLIED-CHECK-AMOUNT    PIC S9(9)V99  VALUE ZERO.
           05  QUEUED-AMOUNT           PIC S9(9)V99  VALUE ZERO.
           05  SKIPPED-AMOUNT          PIC S9(9)V99  VALUE ZERO.
      *
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  SPACE-CONTROL   PIC S9.
      *
       01  DATE-WORK                   PIC 9(8).
       01  DATE-WORK-PARTS REDEFINES DATE-WORK.
           05  DW-YEAR                 PIC 9(4).
           05  DW-MONTH                PIC 9(2).
           05  DW-DAY                  PIC 9(2).
      *
       01  EDITED-DATE.
           05  ED-MONTH                PIC 9(2).
           05  FILLER                  PIC X          VALUE "/".
           05  ED-DAY                  PIC 9(2).
           05  FILLER                  PIC X          VALUE "/".
           05  ED-YEAR                 PIC 9(4).
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).
      *
       01  COMPANY-NAME-LINE.
           05  FILLER          PIC X(25)   VALUE SPACE.
           05  CNL-COMPANY-NAME PIC X(30).
           05  FILLER          PIC X(77)   VALUE SPACE.
      *
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(29)   VALUE
               "LOCKBOX APPLICATION REGISTER ".
           05  FILLER          PIC X(8)    VALUE "DEPOSIT ".
           05  HL1-DEPOSIT-DATE PIC X(10).
           05  FILLER          PIC X(7)    VALUE " BATCH ".
           05  HL1-BATCH-NUMBER PIC 9(4).
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(34)   VALUE SPACE.
      *
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(58)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "LBXIMP01".
           05  FILLER          PIC X(52)   VALUE SPACE.
      *
       01  HEADING-LINE-3.
           05  FILLER      PIC X(20)   VALUE "ITEM  CHECK NO  CHEC".
           05  FILLER      PIC X(20)   VALUE "K DATE  CHECK AMOUNT".
           05  FILLER      PIC X(20)   VALUE "  CUST.  CUSTOMER NA".
           05  FILLER      PIC X(20)   VALUE "ME         INVOICE  ".
           05  FILLER      PIC X(20)   VALUE "   APPLIED   NOTE   ".
           05  FILLER      PIC X(32)   VALUE SPACE.
      *
      *    The check columns print on the first line of each
      *    check only; the lines for the rest of its invoices
      *    carry just the invoice and the dollars.
      *
       01  APPLICATION-LINE.
           05  AL-CHECK-COLUMNS.
               10  AL-ITEM-NUMBER       PIC ZZZ9.
               10  FILLER               PIC X(2)       VALUE SPACE.
               10  AL-CHECK-NUMBER      PIC X(8).
               10  FILLER               PIC X(2)       VALUE SPACE.
               10  AL-CHECK-DATE        PIC X(10).
               10  FILLER               PIC X(2)       VALUE SPACE.
               10  AL-CHECK-AMOUNT      PIC Z,ZZZ,ZZ9.99.
               10  FILLER               PIC X(2)       VALUE SPACE.
               10  AL-CUSTOMER-NUMBER   PIC X(5).
               10  FILLER               PIC X(2)       VALUE SPACE.
               10  AL-CUSTOMER-NAME     PIC X(20).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  AL-INVOICE-NUMBER        PIC X(8).
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  AL-APPLIED-AMOUNT        PIC ZZ,ZZ9.99-.
           05  FILLER                   PIC X(2)       VALUE SPACE.
           05  AL-NOTE                  PIC X(30).
           05  FILLER                   PIC X(9)       VALUE SPACE.
      *
       01  TOTAL-LINE.
           05  TL-LABEL                 PIC X(22).
           05  TL-COUNT                 PIC ZZZZ9.
           05  FILLER                   PIC X(1)       VALUE SPACE.
           05  TL-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(92)      VALUE SPACE.
      *
       01  DEPOSIT-LINE.
           05  FILLER                   PIC X(22)      VALUE
               "DEPOSIT BATCH:".
           05  DL-DEPOSIT-BATCH         PIC 9(6).
           05  FILLER                   PIC X(15)      VALUE
               " BANK ACCOUNT ".
           05  DL-BANK-ACCOUNT          PIC X(3).
           05  FILLER                   PIC X(1)       VALUE SPACE.
           05  DL-BANK-ACCOUNT-NAME     PIC X(30).
           05  FILLER                   PIC X(55)      VALUE SPACE.
      *
       01  NOT-IMPORTED-LINE.
           05  FILLER                   PIC X(33)      VALUE
               "*** LOCKBOX FILE NOT IMPORTED - ".
           05  NIL-REASON               PIC X(40).
           05  FILLER                   PIC X(59)      VALUE " ***".
      *
       01  RESTART-LINE.
           05  FILLER                   PIC X(40)      VALUE
               "*** RESTARTED RUN - RESUMING AFTER ITEM ".
           05  RL-ITEM-NUMBER           PIC ZZZ9.
           05  FILLER                   PIC X(88)      VALUE " ***".
      *
       PROCEDURE DIVISION.
      *
       000-IMPORT-LOCKBOX.
      *
           PERFORM 105-ACCEPT-OUTPUT-DESTINATION.
           ACCEPT TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 115-READ-PRINT-CONFIG.
           PERFORM 120-READ-LOCKBOX-CONTROL.
           OPEN INPUT LOCKBOX-FILE.
           PERFORM 160-READ-LOCKBOX-RECORD.
           PERFORM 125-CHECK-THE-HEADER.
           IF IMPORT-SWITCH = "Y"
               PERFORM 127-GET-DEPOSIT-ACCOUNT.
           PERFORM 100-FORMAT-REPORT-HEADING.
           OPEN I-O    SALES-TRANSACTION-FILE
                       LOCKBOX-EXCEPTION-FILE
                       CASH-RECEIPTS-JOURNAL
                       CASH-APPLICATION-FILE
                       DEPOSIT-BATCH-FILE
                INPUT  CUSTMAST
                OUTPUT LOCKBOX-REGISTER.
           IF IMPORT-SWITCH = "N"
               PERFORM 150-REPORT-NOT-IMPORTED
           ELSE
               PERFORM 130-START-THE-RUN
               PERFORM 200-PROCESS-ONE-CHECK
                   UNTIL LOCKBOX-EOF-SWITCH = "Y"
               PERFORM 145-TOTAL-DEPOSIT-BATCH
               PERFORM 290-PRINT-REGISTER-TOTALS
               MOVE "C" TO LBC-RUN-STATE
               PERFORM 140-WRITE-CHECKPOINT.
           CLOSE LOCKBOX-FILE
                 SALES-TRANSACTION-FILE
                 LOCKBOX-EXCEPTION-FILE
                 CASH-RECEIPTS-JOURNAL
                 CASH-APPLICATION-FILE
                 DEPOSIT-BATCH-FILE
                 CUSTMAST
                 LOCKBOX-REGISTER.
           DISPLAY CHECKS-APPLIED " CHECK(S) APPLIED, "
               CHECKS-QUEUED " SENT TO THE EXCEPTION QUEUE".
           STOP RUN.
      *
       100-FORMAT-REPORT-HEADING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
           MOVE THIS-DEPOSIT-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO HL1-DEPOSIT-DATE.
           MOVE THIS-BATCH-NUMBER TO HL1-BATCH-NUMBER.
      *
       105-ACCEPT-OUTPUT-DESTINATION.
      *
           DISPLAY "ENTER THE OUTPUT DESTINATION (PRINTER NAME OR"
           DISPLAY "FILE PATH), OR PRESS ENTER FOR " OUTPUT-DESTINATION.
           ACCEPT DESTINATION-ENTRY.
           IF DESTINATION-ENTRY NOT = SPACES
               MOVE DESTINATION-ENTRY TO OUTPUT-DESTINATION.
      *
       115-READ-PRINT-CONFIG.
      *
           OPEN INPUT PRINT-CONFIG-FILE.
           MOVE 1 TO PRINT-CONFIG-KEY.
           READ PRINT-CONFIG-FILE
               INVALID KEY
                   MOVE SPACES TO PRINT-CONFIG-COMPANY-NAME.
           IF PRINT-CONFIG-MAX-LINES NOT = ZERO
               MOVE PRINT-CONFIG-MAX-LINES TO LINES-ON-PAGE.
           CLOSE PRINT-CONFIG-FILE.
      *
      *    No control file yet means no lockbox has ever been
      *    imported.
      *
       120-READ-LOCKBOX-CONTROL.
      *
           OPEN INPUT LOCKBOX-CONTROL-FILE.
           READ LOCKBOX-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH.
           IF CONTROL-EOF-SWITCH = "N"
               MOVE LBC-LAST-LOCKBOX TO LAST-LOCKBOX
               MOVE LBC-RUN-STATE TO LAST-RUN-STATE
               MOVE LBC-LAST-ITEM TO RESUME-AFTER-ITEM
               MOVE LBC-IN-FLIGHT-ITEM TO INTERRUPTED-ITEM.
           IF CONTROL-EOF-SWITCH = "N"
               AND LBC-DEPOSIT-BATCH NUMERIC
               AND LBC-IN-FLIGHT-RECEIPT NUMERIC
               MOVE LBC-BANK-ACCOUNT TO DEPOSIT-ACCOUNT
               MOVE LBC-DEPOSIT-BATCH TO DEPOSIT-BATCH
               MOVE LBC-IN-FLIGHT-RECEIPT TO INTERRUPTED-RECEIPT.
           CLOSE LOCKBOX-CONTROL-FILE.
      *
      *    The same lockbox as the last run is only taken again
      *    when that run never finished - and until it has been
      *    finished no later lockbox is taken.
      *
       125-CHECK-THE-HEADER.
      *
           IF LOCKBOX-EOF-SWITCH = "Y"
               OR LH-RECORD-TYPE NOT = "H"
               MOVE "N" TO IMPORT-SWITCH
               MOVE "THE FILE HAS NO HEADER RECORD"
                   TO NOT-IMPORTED-REASON
           ELSE
               MOVE LH-DEPOSIT-DATE TO THIS-DEPOSIT-DATE
               MOVE LH-BATCH-NUMBER TO THIS-BATCH-NUMBER
               PERFORM 160-READ-LOCKBOX-RECORD
               IF THIS-LOCKBOX < LAST-LOCKBOX
                   MOVE "N" TO IMPORT-SWITCH
                   MOVE "OLDER THAN THE LAST LOCKBOX IMPORTED"
                       TO NOT-IMPORTED-REASON
               ELSE
               IF THIS-LOCKBOX > LAST-LOCKBOX
                   AND LAST-RUN-IN-PROGRESS
                   MOVE "N" TO IMPORT-SWITCH
                   MOVE "THE LAST LOCKBOX RUN NEVER FINISHED"
                       TO NOT-IMPORTED-REASON
               ELSE
               IF THIS-LOCKBOX = LAST-LOCKBOX
                   AND LAST-RUN-IN-PROGRESS
                   MOVE "Y" TO RESTART-SWITCH
               ELSE
               IF THIS-LOCKBOX = LAST-LOCKBOX
                   MOVE "N" TO IMPORT-SWITCH
                   MOVE "THIS LOCKBOX WAS ALREADY IMPORTED"
                       TO NOT-IMPORTED-REASON.
      *
      *    A restarted run deposits to the account the run it is
      *    finishing was given.
      *
       127-GET-DEPOSIT-ACCOUNT.
      *
           IF RESTART-SWITCH = "N"
               OR DEPOSIT-ACCOUNT = SPACES
               DISPLAY "ENTER THE BANK ACCOUNT CODE THE LOCKBOX"
               DISPLAY "IS DEPOSITED TO"
               ACCEPT DEPOSIT-ACCOUNT.
           OPEN INPUT BANK-ACCOUNT-FILE.
           MOVE DEPOSIT-ACCOUNT TO BANK-ACCOUNT-CODE.
           MOVE "Y" TO BANK-FOUND-SWITCH.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO BANK-FOUND-SWITCH.
           CLOSE BANK-ACCOUNT-FILE.
           IF BANK-FOUND-SWITCH = "N"
               MOVE "N" TO IMPORT-SWITCH
               MOVE "THE BANK ACCOUNT IS NOT ON FILE"
                   TO NOT-IMPORTED-REASON
           ELSE
               MOVE BANK-ACCOUNT-NAME TO DL-BANK-ACCOUNT-NAME.
      *
       130-START-THE-RUN.
      *
           IF RESTART-SWITCH = "Y"
               PERFORM 135-REPORT-THE-RESTART
           ELSE
               MOVE ZERO TO RESUME-AFTER-ITEM
               MOVE ZERO TO INTERRUPTED-ITEM
               MOVE ZERO TO INTERRUPTED-RECEIPT
               MOVE ZERO TO DEPOSIT-BATCH.
           IF DEPOSIT-BATCH = ZERO
               PERFORM TAKE-NEXT-DEPOSIT-BATCH
               MOVE CN-LAST-DEPOSIT-BATCH TO DEPOSIT-BATCH.
           MOVE "R" TO LBC-RUN-STATE.
           MOVE RESUME-AFTER-ITEM TO LBC-LAST-ITEM.
           MOVE INTERRUPTED-ITEM TO LBC-IN-FLIGHT-ITEM.
           MOVE INTERRUPTED-RECEIPT TO LBC-IN-FLIGHT-RECEIPT.
           MOVE DEPOSIT-ACCOUNT TO LBC-BANK-ACCOUNT.
           MOVE DEPOSIT-BATCH TO LBC-DEPOSIT-BATCH.
           PERFORM 140-WRITE-CHECKPOINT.
           PERFORM 132-OPEN-DEPOSIT-BATCH.
      *
      *    The batch number is checkpointed before the batch is
      *    written, so a run that dies in between writes it on
      *    the restart.
      *
       132-OPEN-DEPOSIT-BATCH.
      *
           MOVE DEPOSIT-BATCH TO DB-BATCH-NUMBER.
           PERFORM 133-READ-DEPOSIT-BATCH.
           IF BATCH-FOUND-SWITCH = "N"
               MOVE DEPOSIT-BATCH TO DB-BATCH-NUMBER
               MOVE DEPOSIT-ACCOUNT TO DB-BANK-ACCOUNT
               MOVE THIS-DEPOSIT-DATE TO DB-DEPOSIT-DATE
               MOVE "L" TO DB-SOURCE
               MOVE THIS-BATCH-NUMBER TO DB-BANK-REFERENCE
               MOVE ZERO TO DB-RECEIPT-COUNT
               MOVE ZERO TO DB-DEPOSIT-AMOUNT
               MOVE SPACE TO DB-RECON-STATUS
               MOVE ZERO TO DB-CREDIT-DATE
               MOVE ZERO TO DB-CREDIT-AMOUNT
               PERFORM 134-WRITE-DEPOSIT-BATCH.
      *
       133-READ-DEPOSIT-BATCH.
      *
           MOVE "Y" TO BATCH-FOUND-SWITCH.
           READ DEPOSIT-BATCH-FILE
               INVALID KEY
                   MOVE "N" TO BATCH-FOUND-SWITCH.
      *
       134-WRITE-DEPOSIT-BATCH.
      *
           WRITE DEPOSIT-BATCH-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING DEPOSIT BATCH "
                       DB-BATCH-NUMBER.
      *
       135-REPORT-THE-RESTART.
      *
           DISPLAY "RESTARTING THE INTERRUPTED LOCKBOX RUN AFTER "
               "ITEM " RESUME-AFTER-ITEM.
           PERFORM 295-PRINT-HEADING-LINES.
           MOVE RESUME-AFTER-ITEM TO RL-ITEM-NUMBER.
           MOVE RESTART-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.
      *
       140-WRITE-CHECKPOINT.
      *
           MOVE THIS-LOCKBOX TO LBC-LAST-LOCKBOX.
           MOVE TODAY-CCYYMMDD TO LBC-RUN-DATE.
           OPEN OUTPUT LOCKBOX-CONTROL-FILE.
           WRITE LOCKBOX-CONTROL-RECORD.
           CLOSE LOCKBOX-CONTROL-FILE.
      *
      *    The deposit is every check in the file, including
      *    those a restarted run finished before it died.
      *
       145-TOTAL-DEPOSIT-BATCH.
      *
           MOVE DEPOSIT-BATCH TO DB-BATCH-NUMBER.
           PERFORM 133-READ-DEPOSIT-BATCH.
           IF BATCH-FOUND-SWITCH = "N"
               DISPLAY "DEPOSIT BATCH " DEPOSIT-BATCH " NOT ON FILE"
           ELSE
               MOVE CHECKS-READ TO DB-RECEIPT-COUNT
               MOVE READ-AMOUNT TO DB-DEPOSIT-AMOUNT
               PERFORM 147-REWRITE-DEPOSIT-BATCH.
      *
       147-REWRITE-DEPOSIT-BATCH.
      *
           REWRITE DEPOSIT-BATCH-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING DEPOSIT BATCH "
                       DB-BATCH-NUMBER.
      *
       150-REPORT-NOT-IMPORTED.
      *
           DISPLAY "LOCKBOX NOT IMPORTED - " NOT-IMPORTED-REASON.
           PERFORM 295-PRINT-HEADING-LINES.
           MOVE NOT-IMPORTED-REASON TO NIL-REASON.
           MOVE NOT-IMPORTED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.
      *
       160-READ-LOCKBOX-RECORD.
      *
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO LOCKBOX-EOF-SWITCH.
      *
       200-PROCESS-ONE-CHECK.
      *
           IF LC-RECORD-TYPE = "C"
               PERFORM 205-HOLD-THE-CHECK
               PERFORM 215-HANDLE-THE-CHECK
           ELSE
               DISPLAY "LOCKBOX RECORD TYPE " LC-RECORD-TYPE
                   " OUT OF PLACE - SKIPPED"
               PERFORM 160-READ-LOCKBOX-RECORD.
      *
       205-HOLD-THE-CHECK.
      *
           ADD 1 TO ITEM-NUMBER.
           ADD 1 TO CHECKS-READ.
           ADD LC-CHECK-AMOUNT TO READ-AMOUNT.
           MOVE LC-CUSTOMER-NUMBER TO HC-CUSTOMER.
           MOVE LC-CHECK-NUMBER TO HC-CHECK-NUMBER.
           MOVE LC-CHECK-DATE TO HC-CHECK-DATE.
           MOVE LC-CHECK-AMOUNT TO HC-CHECK-AMOUNT.
           MOVE ZERO TO REFERENCE-COUNT.
           MOVE "N" TO TOO-MANY-SWITCH.
           PERFORM 160-READ-LOCKBOX-RECORD.
           PERFORM 210-HOLD-ONE-REFERENCE
               UNTIL LOCKBOX-EOF-SWITCH = "Y"
                  OR LR-RECORD-TYPE NOT = "R".
      *
      *    A remittance amount left blank by the bank reads as
      *    none - pay what is open.
      *
       210-HOLD-ONE-REFERENCE.
      *
           IF REFERENCE-COUNT NOT < 20
               MOVE "Y" TO TOO-MANY-SWITCH
           ELSE
               ADD 1 TO REFERENCE-COUNT
               MOVE LR-INVOICE-NUMBER TO RF-INVOICE (REFERENCE-COUNT)
               MOVE ZERO TO RF-AMOUNT (REFERENCE-COUNT)
               IF LR-AMOUNT NUMERIC
                   MOVE LR-AMOUNT TO RF-AMOUNT (REFERENCE-COUNT).
           PERFORM 160-READ-LOCKBOX-RECORD.
      *
      *    Checks a restarted run already finished are counted
      *    and passed over.
      *
       215-HANDLE-THE-CHECK.
      *
           IF ITEM-NUMBER NOT > RESUME-AFTER-ITEM
               ADD 1 TO CHECKS-SKIPPED
               ADD HC-CHECK-AMOUNT TO SKIPPED-AMOUNT
           ELSE
               PERFORM 217-TAKE-THE-CHECK.
      *
      *    The check is marked in flight, with its receipt
      *    number, before anything is posted and finished once
      *    it is all on file.
      *
       217-TAKE-THE-CHECK.
      *
           MOVE ITEM-NUMBER TO LBC-IN-FLIGHT-ITEM.
           IF ITEM-NUMBER = INTERRUPTED-ITEM
               AND INTERRUPTED-RECEIPT NOT = ZERO
               MOVE INTERRUPTED-RECEIPT TO LBC-IN-FLIGHT-RECEIPT
           ELSE
               PERFORM TAKE-NEXT-RECEIPT-NUMBER
               MOVE CN-LAST-RECEIPT-NUMBER TO LBC-IN-FLIGHT-RECEIPT.
           PERFORM 140-WRITE-CHECKPOINT.
           PERFORM 225-LOOK-UP-CUSTOMER.
           PERFORM 218-JOURNAL-THE-CHECK.
           IF ITEM-NUMBER = INTERRUPTED-ITEM
               MOVE "RI" TO REASON-CODE
               MOVE SPACES TO REASON-INVOICE
               PERFORM 280-QUEUE-THE-CHECK
           ELSE
               PERFORM 220-PLACE-THE-CHECK.
           MOVE ITEM-NUMBER TO LBC-LAST-ITEM.
           MOVE ZERO TO LBC-IN-FLIGHT-ITEM.
           MOVE ZERO TO LBC-IN-FLIGHT-RECEIPT.
           PERFORM 140-WRITE-CHECKPOINT.
      *
      *    The interrupted check's receipt is on file already if
      *    the dead run got as far as writing it, with anything
      *    it applied.
      *
       218-JOURNAL-THE-CHECK.
      *
           MOVE LBC-IN-FLIGHT-RECEIPT TO CJ-RECEIPT-NUMBER.
           MOVE "Y" TO RECEIPT-FOUND-SWITCH.
           READ CASH-RECEIPTS-JOURNAL
               INVALID KEY
                   MOVE "N" TO RECEIPT-FOUND-SWITCH.
           IF RECEIPT-FOUND-SWITCH = "N"
               PERFORM 219-WRITE-THE-RECEIPT.
      *
       219-WRITE-THE-RECEIPT.
      *
           MOVE LBC-IN-FLIGHT-RECEIPT TO CJ-RECEIPT-NUMBER.
           MOVE THIS-DEPOSIT-DATE TO CJ-RECEIPT-DATE.
           MOVE "L" TO CJ-SOURCE.
           MOVE ZERO TO CJ-CUSTOMER-NUMBER.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE HC-CUSTOMER-NUMBER TO CJ-CUSTOMER-NUMBER.
           MOVE CHECK-CUSTOMER-NAME TO CJ-PAYER-NAME.
           MOVE HC-CHECK-NUMBER TO CJ-CHECK-NUMBER.
           MOVE HC-CHECK-DATE TO CJ-CHECK-DATE.
           MOVE HC-CHECK-AMOUNT TO CJ-CHECK-AMOUNT.
           MOVE DEPOSIT-ACCOUNT TO CJ-BANK-ACCOUNT.
           MOVE DEPOSIT-BATCH TO CJ-DEPOSIT-BATCH.
           PERFORM OPEN-THE-RECEIPT.
      *
       220-PLACE-THE-CHECK.
      *
           MOVE SPACES TO REASON-CODE.
           MOVE SPACES TO REASON-INVOICE.
           MOVE ZERO TO PLAN-COUNT.
           IF CUSTOMER-FOUND-SWITCH = "N"
               MOVE "UC" TO REASON-CODE
           ELSE
           IF TOO-MANY-SWITCH = "Y"
               MOVE "TM" TO REASON-CODE
           ELSE
           IF HC-CHECK-AMOUNT = ZERO
               MOVE "AM" TO REASON-CODE
           ELSE
           IF REFERENCE-COUNT > ZERO
               PERFORM 230-PLAN-FROM-REMITTANCE
           ELSE
               PERFORM 240-PLAN-OLDEST-FIRST.
           IF REASON-CODE = SPACES
               PERFORM 250-APPLY-THE-PLAN
           ELSE
               PERFORM 280-QUEUE-THE-CHECK.
      *
      *    The bank keys whatever is on the stub - a blank or
      *    unreadable customer number is an unknown customer.
      *
       225-LOOK-UP-CUSTOMER.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           MOVE "**UNKNOWN**" TO CHECK-CUSTOMER-NAME.
           IF HC-CUSTOMER-NUMBER NUMERIC
               IF HC-CUSTOMER-NUMBER NOT = ZERO
                   MOVE HC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   PERFORM 227-READ-CUSTOMER-RECORD.
      *
       227-READ-CUSTOMER-RECORD.
      *
           MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE CM-CUSTOMER-NAME TO CHECK-CUSTOMER-NAME.
      *
      *    Every invoice named must take its dollars, and the
      *    dollars must come to the check.
      *
       230-PLAN-FROM-REMITTANCE.
      *
           MOVE ZERO TO PLANNED-TOTAL.
           MOVE 1 TO REF-SUB.
           PERFORM 235-PLAN-ONE-REFERENCE
               UNTIL REF-SUB > REFERENCE-COUNT
                  OR REASON-CODE NOT = SPACES.
           IF REASON-CODE = SPACES
               AND PLANNED-TOTAL NOT = HC-CHECK-AMOUNT
               MOVE "AM" TO REASON-CODE.
      *
       235-PLAN-ONE-REFERENCE.
      *
           MOVE RF-INVOICE (REF-SUB) TO REASON-INVOICE.
           MOVE 1 TO SCAN-SUB.
           PERFORM 237-CHECK-FOR-REPEAT
               UNTIL SCAN-SUB NOT < REF-SUB.
           IF REASON-CODE = SPACES
               MOVE HC-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER
               MOVE RF-INVOICE (REF-SUB) TO ST-INVOICE-NUMBER
               PERFORM 260-READ-TRANSACTION
               IF ITEM-FOUND-SWITCH = "N"
                   MOVE "NF" TO REASON-CODE
               ELSE
                   PERFORM 236-PLAN-THE-AMOUNT.
           IF REASON-CODE = SPACES
               MOVE SPACES TO REASON-INVOICE.
           ADD 1 TO REF-SUB.
      *
       236-PLAN-THE-AMOUNT.
      *
           MOVE ST-INVOICE-NUMBER TO PLAN-INVOICE.
           PERFORM FIGURE-THE-OPEN-AMOUNT.
           IF ST-IS-WRITTEN-OFF
               MOVE "WO" TO REASON-CODE
           ELSE
           IF ST-IS-SETTLED
               OR INVOICE-OPEN-AMOUNT = ZERO
               MOVE "PD" TO REASON-CODE
           ELSE
           IF INVOICE-OPEN-AMOUNT < ZERO
               MOVE INVOICE-OPEN-AMOUNT TO PLAN-APPLY-AMOUNT
               PERFORM 238-ADD-TO-THE-PLAN
           ELSE
           IF RF-AMOUNT (REF-SUB) = ZERO
               MOVE INVOICE-OPEN-AMOUNT TO PLAN-APPLY-AMOUNT
               PERFORM 238-ADD-TO-THE-PLAN
           ELSE
           IF RF-AMOUNT (REF-SUB) > INVOICE-OPEN-AMOUNT
               MOVE "AM" TO REASON-CODE
           ELSE
               MOVE RF-AMOUNT (REF-SUB) TO PLAN-APPLY-AMOUNT
               PERFORM 238-ADD-TO-THE-PLAN.
      *
      *    An invoice written twice on one remittance leaves no
      *    telling which amount the customer meant.
      *
       237-CHECK-FOR-REPEAT.
      *
           IF RF-INVOICE (SCAN-SUB) = RF-INVOICE (REF-SUB)
               MOVE "AM" TO REASON-CODE.
           ADD 1 TO SCAN-SUB.
      *
       238-ADD-TO-THE-PLAN.
      *
           ADD 1 TO PLAN-COUNT.
           MOVE PLAN-INVOICE TO PL-INVOICE (PLAN-COUNT).
           MOVE PLAN-APPLY-AMOUNT TO PL-AMOUNT (PLAN-COUNT).
           ADD PLAN-APPLY-AMOUNT TO PLANNED-TOTAL.
      *
      *    No invoice named - the customer's open invoices are
      *    paid oldest first, so long as they owe at least the
      *    check. More open invoices than the table holds could
      *    hide an older one, so that check goes to the queue.
      *
       240-PLAN-OLDEST-FIRST.
      *
           PERFORM 242-LOAD-OPEN-ITEMS.
           IF OPEN-ITEM-OVERFLOW = "Y"
               MOVE "TM" TO REASON-CODE
           ELSE
           IF OPEN-ITEMS-TOTAL < HC-CHECK-AMOUNT
               MOVE "AM" TO REASON-CODE
           ELSE
               MOVE ZERO TO PLANNED-TOTAL
               MOVE HC-CHECK-AMOUNT TO REMAINING-AMOUNT
               PERFORM 246-PLAN-THE-OLDEST
                   UNTIL REMAINING-AMOUNT = ZERO.
      *
       242-LOAD-OPEN-ITEMS.
      *
           MOVE ZERO TO OPEN-ITEM-COUNT.
           MOVE ZERO TO OPEN-ITEMS-TOTAL.
           MOVE "N" TO OPEN-ITEM-OVERFLOW.
           MOVE HC-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE SPACES TO ST-INVOICE-NUMBER.
           MOVE "N" TO OPEN-ITEM-EOF-SWITCH.
           START SALES-TRANSACTION-FILE
               KEY NOT < ST-TRANSACTION-KEY
               INVALID KEY
                   MOVE "Y" TO OPEN-ITEM-EOF-SWITCH.
           PERFORM 244-LOAD-ONE-OPEN-ITEM
               UNTIL OPEN-ITEM-EOF-SWITCH = "Y".
      *
       244-LOAD-ONE-OPEN-ITEM.
      *
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO OPEN-ITEM-EOF-SWITCH.
           IF OPEN-ITEM-EOF-SWITCH = "N"
               IF ST-CUSTOMER-NUMBER NOT = HC-CUSTOMER-NUMBER
                   MOVE "Y" TO OPEN-ITEM-EOF-SWITCH
               ELSE
               IF ST-IS-OPEN
                   PERFORM 245-TABLE-THE-OPEN-ITEM.
      *
       245-TABLE-THE-OPEN-ITEM.
      *
           PERFORM FIGURE-THE-OPEN-AMOUNT.
           IF INVOICE-OPEN-AMOUNT > ZERO
               IF OPEN-ITEM-COUNT < 200
                   ADD 1 TO OPEN-ITEM-COUNT
                   MOVE ST-INVOICE-NUMBER
                       TO OI-INVOICE (OPEN-ITEM-COUNT)
                   MOVE ST-INVOICE-DATE TO OI-DATE (OPEN-ITEM-COUNT)
                   MOVE INVOICE-OPEN-AMOUNT
                       TO OI-OPEN-AMOUNT (OPEN-ITEM-COUNT)
                   MOVE "N" TO OI-TAKEN (OPEN-ITEM-COUNT)
                   ADD INVOICE-OPEN-AMOUNT TO OPEN-ITEMS-TOTAL
               ELSE
                   MOVE "Y" TO OPEN-ITEM-OVERFLOW.
      *
       246-PLAN-THE-OLDEST.
      *
           MOVE ZERO TO OLDEST-SUB.
           MOVE 1 TO SCAN-SUB.
           PERFORM 248-FIND-THE-OLDEST
               UNTIL SCAN-SUB > OPEN-ITEM-COUNT.
           MOVE "Y" TO OI-TAKEN (OLDEST-SUB).
           MOVE OI-INVOICE (OLDEST-SUB) TO PLAN-INVOICE.
           IF OI-OPEN-AMOUNT (OLDEST-SUB) < REMAINING-AMOUNT
               MOVE OI-OPEN-AMOUNT (OLDEST-SUB) TO PLAN-APPLY-AMOUNT
           ELSE
               MOVE REMAINING-AMOUNT TO PLAN-APPLY-AMOUNT.
           PERFORM 238-ADD-TO-THE-PLAN.
           SUBTRACT PLAN-APPLY-AMOUNT FROM REMAINING-AMOUNT.
      *
       248-FIND-THE-OLDEST.
      *
           IF OI-TAKEN (SCAN-SUB) = "N"
               IF OLDEST-SUB = ZERO
                   MOVE SCAN-SUB TO OLDEST-SUB
               ELSE
               IF OI-DATE (SCAN-SUB) < OI-DATE (OLDEST-SUB)
                   MOVE SCAN-SUB TO OLDEST-SUB.
           ADD 1 TO SCAN-SUB.
      *
       250-APPLY-THE-PLAN.
      *
           MOVE HC-CHECK-DATE TO CHECK-DATE.
           MOVE HC-CHECK-AMOUNT TO UNAPPLIED-AMOUNT.
           PERFORM 270-FILL-CHECK-COLUMNS.
           MOVE 1 TO PLAN-SUB.
           PERFORM 255-APPLY-ONE-PLANNED-ITEM
               UNTIL PLAN-SUB > PLAN-COUNT.
           ADD 1 TO CHECKS-APPLIED.
           ADD HC-CHECK-AMOUNT TO APPLIED-CHECK-AMOUNT.
      *
       255-APPLY-ONE-PLANNED-ITEM.
      *
           MOVE HC-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER.
           MOVE PL-INVOICE (PLAN-SUB) TO ST-INVOICE-NUMBER.
           PERFORM 260-READ-TRANSACTION.
           IF ITEM-FOUND-SWITCH = "N"
               DISPLAY "ERROR READING INVOICE " ST-INVOICE-NUMBER
                   " FOR CHECK " HC-CHECK-NUMBER
           ELSE
               MOVE PL-AMOUNT (PLAN-SUB) TO APPLY-AMOUNT
               PERFORM POST-THE-APPLICATION
               PERFORM JOURNAL-THE-APPLICATION
               PERFORM 275-PRINT-APPLIED-LINE.
           ADD 1 TO PLAN-SUB.
      *
       260-READ-TRANSACTION.
      *
           MOVE "Y" TO ITEM-FOUND-SWITCH.
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH.
      *
       270-FILL-CHECK-COLUMNS.
      *
           MOVE ITEM-NUMBER TO AL-ITEM-NUMBER.
           MOVE HC-CHECK-NUMBER TO AL-CHECK-NUMBER.
           MOVE HC-CHECK-DATE TO DATE-WORK.
           PERFORM 700-EDIT-THE-DATE.
           MOVE EDITED-DATE TO AL-CHECK-DATE.
           MOVE HC-CHECK-AMOUNT TO AL-CHECK-AMOUNT.
           MOVE HC-CUSTOMER TO AL-CUSTOMER-NUMBER.
           MOVE CHECK-CUSTOMER-NAME TO AL-CUSTOMER-NAME.
           MOVE 2 TO SPACE-CONTROL.
      *
       275-PRINT-APPLIED-LINE.
      *
           MOVE ST-INVOICE-NUMBER TO AL-INVOICE-NUMBER.
           MOVE APPLY-AMOUNT TO AL-APPLIED-AMOUNT.
           IF APPLY-AMOUNT < ZERO
               MOVE "CREDIT NETTED IN" TO AL-NOTE
           ELSE
           IF ST-IS-SETTLED
               MOVE "SETTLED" TO AL-NOTE
           ELSE
               MOVE "PART PAID" TO AL-NOTE.
           PERFORM 285-PRINT-REGISTER-LINE.
      *
      *    A check already in the queue can only have been put
      *    there by a run that died before it finished the
      *    check - the entry on file stands. The interrupted
      *    check is queued with whatever its receipt shows the
      *    dead run applied.
      *
       280-QUEUE-THE-CHECK.
      *
           MOVE THIS-DEPOSIT-DATE TO LX-DEPOSIT-DATE.
           MOVE THIS-BATCH-NUMBER TO LX-BATCH-NUMBER.
           MOVE ITEM-NUMBER TO LX-ITEM-NUMBER.
           MOVE ZERO TO LX-CUSTOMER-NUMBER.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE HC-CUSTOMER-NUMBER TO LX-CUSTOMER-NUMBER.
           MOVE HC-CHECK-NUMBER TO LX-CHECK-NUMBER.
           MOVE HC-CHECK-DATE TO LX-CHECK-DATE.
           MOVE HC-CHECK-AMOUNT TO LX-CHECK-AMOUNT.
           MOVE REASON-CODE TO LX-REASON-CODE.
           MOVE REASON-INVOICE TO LX-REASON-INVOICE.
           MOVE "O" TO LX-QUEUE-STATUS.
           MOVE CJ-APPLIED-AMOUNT TO LX-APPLIED-AMOUNT.
           MOVE ZERO TO LX-RESOLVED-DATE.
           MOVE REMITTANCE-FIELDS TO LX-REMITTANCE.
           MOVE CJ-RECEIPT-NUMBER TO LX-RECEIPT-NUMBER.
           MOVE "N" TO ALREADY-QUEUED-SWITCH.
           WRITE LOCKBOX-EXCEPTION-RECORD
               INVALID KEY
                   MOVE "Y" TO ALREADY-QUEUED-SWITCH.
           ADD 1 TO CHECKS-QUEUED.
           ADD HC-CHECK-AMOUNT TO QUEUED-AMOUNT.
           PERFORM 270-FILL-CHECK-COLUMNS.
           MOVE REASON-INVOICE TO AL-INVOICE-NUMBER.
           MOVE ZERO TO AL-APPLIED-AMOUNT.
           IF ALREADY-QUEUED-SWITCH = "Y"
               MOVE "ALREADY IN THE EXCEPTION QUEUE" TO AL-NOTE
           ELSE
               PERFORM 287-DESCRIBE-THE-REASON
               MOVE REASON-TEXT TO AL-NOTE.
           PERFORM 285-PRINT-REGISTER-LINE.
      *
       285-PRINT-REGISTER-LINE.
      *
           IF LINE-COUNT > LINES-ON-PAGE
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE APPLICATION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING SPACE-CONTROL LINES.
           ADD SPACE-CONTROL TO LINE-COUNT.
           MOVE 1 TO SPACE-CONTROL.
           MOVE SPACES TO AL-CHECK-COLUMNS.
      *
       287-DESCRIBE-THE-REASON.
      *
           IF REASON-CODE = "UC"
               MOVE "CUSTOMER NOT ON FILE" TO REASON-TEXT
           ELSE
           IF REASON-CODE = "NF"
               MOVE "INVOICE NOT ON FILE" TO REASON-TEXT
           ELSE
           IF REASON-CODE = "PD"
               MOVE "INVOICE ALREADY SETTLED" TO REASON-TEXT
           ELSE
           IF REASON-CODE = "WO"
               MOVE "INVOICE WRITTEN OFF" TO REASON-TEXT
           ELSE
           IF REASON-CODE = "AM"
               MOVE "AMOUNT MISMATCH" TO REASON-TEXT
           ELSE
           IF REASON-CODE = "TM"
               MOVE "TOO MANY INVOICES TO PLACE" TO REASON-TEXT
           ELSE
               MOVE "RUN INTERRUPTED - VERIFY" TO REASON-TEXT.
      *
       290-PRINT-REGISTER-TOTALS.
      *
           IF LINE-COUNT > LINES-ON-PAGE - 5
               PERFORM 295-PRINT-HEADING-LINES.
           MOVE "CHECKS IN LOCKBOX:" TO TL-LABEL.
           MOVE CHECKS-READ TO TL-COUNT.
           MOVE READ-AMOUNT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "APPLIED:" TO TL-LABEL.
           MOVE CHECKS-APPLIED TO TL-COUNT.
           MOVE APPLIED-CHECK-AMOUNT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "TO EXCEPTION QUEUE:" TO TL-LABEL.
           MOVE CHECKS-QUEUED TO TL-COUNT.
           MOVE QUEUED-AMOUNT TO TL-AMOUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF RESTART-SWITCH = "Y"
               MOVE "DONE BEFORE RESTART:" TO TL-LABEL
               MOVE CHECKS-SKIPPED TO TL-COUNT
               MOVE SKIPPED-AMOUNT TO TL-AMOUNT
               MOVE TOTAL-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE DEPOSIT-BATCH TO DL-DEPOSIT-BATCH.
           MOVE DEPOSIT-ACCOUNT TO DL-BANK-ACCOUNT.
           MOVE DEPOSIT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       295-PRINT-HEADING-LINES.
      *
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.
           IF PRINT-CONFIG-COMPANY-NAME NOT = SPACES
               MOVE PRINT-CONFIG-COMPANY-NAME TO CNL-COMPANY-NAME
               MOVE COMPANY-NAME-LINE   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING PAGE
               MOVE HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               MOVE HEADING-LINE-1 TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.
           MOVE 2 TO SPACE-CONTROL.
      *
       700-EDIT-THE-DATE.
      *
           MOVE DW-MONTH TO ED-MONTH.
           MOVE DW-DAY TO ED-DAY.
           MOVE DW-YEAR TO ED-YEAR.
      *
           COPY "PLCAPP01.CBL".
      *
           COPY "PLCRJ01.CBL".
      *
           COPY "PLCRN01.CBL".
