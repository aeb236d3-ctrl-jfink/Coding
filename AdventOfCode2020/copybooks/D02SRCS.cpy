      *****************************************************************
      *  D02SRCS.CPY
      *  PER-SOURCE RUN EXTRACT FOR THE D2 PASSWORD-POLICY JOB. ONE
      *  RECORD PER ACTIVE SOURCE PER EXECUTION OF THE MAIN RUN,
      *  APPENDED TO D2.SRCSTAT BY 900-TERMINATE ALONGSIDE THE
      *  D2.STATS AND D2.OPSLOG RECORDS. D2.STATS IS WHOLE-RUN ONLY
      *  AND D2.OPSLOG HAS ROOM FOR THE READ/EXPECTED PAIRS ONLY, SO
      *  THE COUNTS A FEED OWNER IS HELD TO - EXCEPTIONS, DATA-
      *  QUALITY EXCEPTIONS, UNKNOWN ACCOUNTS (IDNT) AND WHOLE-FEED
      *  DUPLICATES - ARE KEPT HERE PER SOURCE. THE MONTHLY FEED
      *  SCORECARD (AOC-2020-02-C) READS IT.
      *
      *  A RESTARTED RUN RESTORES ITS COUNTS FROM THE CHECKPOINT, SO
      *  THE LAST RECORD FOR A SOURCE AND RUN DATE CARRIES THE WHOLE
      *  NIGHT; A QUIESCED RUN'S RECORD (RETURN CODE 02) IS PARTIAL
      *  AND IS SUPERSEDED BY ITS RESUME'S.
      *
      *  ALL FIELDS ARE DISPLAY FORMAT. RECORD LENGTH 80 BYTES.
      *
      *  10/15  RF   ORIGINAL VERSION.
      *****************************************************************
       01 SRS-RECORD.
         05 SRS-RUN-DATE PIC 9(08).
         05 FILLER PIC X(01).
         05 SRS-SOURCE-ID PIC X(08).
         05 FILLER PIC X(01).
         05 SRS-READ PIC 9(09).
         05 FILLER PIC X(01).
         05 SRS-EXPECTED PIC 9(09).
         05 FILLER PIC X(01).
         05 SRS-EXCEPTIONS PIC 9(09).
         05 FILLER PIC X(01).
         05 SRS-DQ-EXCEPTIONS PIC 9(09).
         05 FILLER PIC X(01).
         05 SRS-IDENT-UNKNOWN PIC 9(09).
         05 FILLER PIC X(01).
         05 SRS-DUPLICATES PIC 9(09).
         05 FILLER PIC X(01).
         05 SRS-RETURN-CODE PIC 9(02).
