      *****************************************************************
      *  D02FCTL.CPY
      *  FEED HEADER AND TRAILER CONTROL RECORDS FOR THE D2
      *  PASSWORD-POLICY SOURCE FEEDS. EACH FEED FILE OPENS WITH ONE
      *  HEADER AND CLOSES WITH ONE TRAILER; EVERY RECORD BETWEEN IS
      *  AN ORDINARY POLICY RECORD (COPYBOOK D02REC). THE STAGING
      *  PASS (AOC-2020-02-S) CHECKS BOTH AGAINST THE LAST FILE IT
      *  ACCEPTED FROM THE SOURCE AND NEVER STAGES EITHER ONE - THEY
      *  ARE NOT POLICY RECORDS AND NO LATER STEP SEES THEM.
      *
      *  BOTH ARE TOLD FROM A POLICY RECORD BY COLUMNS 1-8, WHICH
      *  CARRY A MARKER NO ACCOUNT ID CAN TAKE.
      *
      *  HEADER:
      *    COLS  1-8   *HEADER*
      *    COLS 10-17  SOURCE ID - MUST MATCH THE SOURCE'S ID ON
      *                D2.CTLCRD (PRIMARY / SOURCEN BY DEFAULT)
      *    COLS 19-26  BUSINESS DATE (YYYYMMDD) THE FILE REPORTS ON
      *    COLS 28-36  FILE SEQUENCE NUMBER - ONE MORE THAN THE LAST
      *                FILE THE SOURCE SENT
      *  TRAILER:
      *    COLS  1-8   *TRAILR*
      *    COLS 10-18  COUNT OF POLICY RECORDS IN THE FILE
      *    COLS 20-34  HASH TOTAL OVER THE ACCOUNT IDS - THE SUM OF
      *                EVERY POLICY RECORD'S COLUMNS 1-8 READ AS AN
      *                8-DIGIT NUMBER WITH EACH NON-DIGIT POSITION
      *                TAKEN AS ZERO, KEPT TO ITS LOW-ORDER 15
      *                DIGITS. THE RULE NEEDS NO CODE-PAGE ARITHMETIC,
      *                SO ANY PROVIDER'S PLATFORM COMPUTES THE SAME
      *                TOTAL.
      *
      *  ALL FIELDS ARE DISPLAY FORMAT. BOTH LAYOUTS SPAN THE FULL
      *  208-BYTE FEED RECORD SO EITHER CAN BE MOVED FROM IT.
      *
      *  10/15  RF   ORIGINAL VERSION.
      *****************************************************************
       01 FHD-RECORD.
         05 FHD-RECORD-TYPE PIC X(08).
           88 FHD-IS-HEADER VALUE "*HEADER*".
           88 FHD-IS-TRAILER VALUE "*TRAILR*".
         05 FILLER PIC X(01).
         05 FHD-SOURCE-ID PIC X(08).
         05 FILLER PIC X(01).
         05 FHD-BUSINESS-DATE PIC 9(08).
         05 FILLER PIC X(01).
         05 FHD-FILE-SEQ PIC 9(09).
         05 FILLER PIC X(172).
       01 FTR-RECORD REDEFINES FHD-RECORD.
         05 FTR-RECORD-TYPE PIC X(08).
         05 FILLER PIC X(01).
         05 FTR-RECORD-COUNT PIC 9(09).
         05 FILLER PIC X(01).
         05 FTR-HASH-TOTAL PIC 9(15).
         05 FILLER PIC X(174).
