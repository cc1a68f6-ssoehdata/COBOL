      * The FD for the sanctions review file.
      *---------------------------
      * FDSDR01.CBL
      * Primary Key - SDNREV-KEY (vendor + what it matched)
      * One record per possible sanctions match SDNCHK01 has
      * found for a vendor - MATCH-ID is the SDN entry number,
      * or "CTRY-" and the country code for a sanctioned
      * country. The match puts the vendor on payment hold and
      * the record sits PENDING until a compliance officer
      * decides it in SDNREV01: CLEARED as a false positive
      * (the vendor's names and country as they stood are
      * snapshotted, and the same vendor is not held for the
      * same entry again unless one of them changes), or
      * CONFIRMED, which leaves the vendor inactive for good.
      * MATCH-TYPE "E" = the whole name matched exactly, "S" =
      * every word of the listed name sounds like a word of
      * the vendor's, "K" = the vendor's country is sanctioned.
      *-----------------------------
       FD  SDN-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-REVIEW-RECORD.
           05 SDNREV-KEY.
              10 SDNREV-VENDOR         PIC 9(5).
              10 SDNREV-MATCH-ID       PIC X(8).
           05 SDNREV-STATUS            PIC X.
               88 SDNREV-IS-PENDING       VALUE "P".
               88 SDNREV-IS-CLEARED       VALUE "C".
               88 SDNREV-IS-CONFIRMED     VALUE "T".
           05 SDNREV-MATCH-TYPE        PIC X.
               88 SDNREV-EXACT-NAME       VALUE "E".
               88 SDNREV-SIMILAR-NAME     VALUE "S".
               88 SDNREV-COUNTRY          VALUE "K".
           05 SDNREV-LISTED-NAME       PIC X(60).
           05 SDNREV-ENTRY-TYPE        PIC X(12).
           05 SDNREV-PROGRAM           PIC X(20).
           05 SDNREV-SCREENED-NAME     PIC X(30).
           05 SDNREV-VENDOR-NAME       PIC X(30).
           05 SDNREV-REMIT-NAME        PIC X(30).
           05 SDNREV-COUNTRY-CODE      PIC X(2).
           05 SDNREV-FOUND-DATE        PIC 9(8).
           05 SDNREV-FOUND-BY          PIC X(8).
           05 SDNREV-DECIDED-BY        PIC X(8).
           05 SDNREV-DECIDED-DATE      PIC 9(8).
           05 SDNREV-DECISION-NOTE     PIC X(40).
