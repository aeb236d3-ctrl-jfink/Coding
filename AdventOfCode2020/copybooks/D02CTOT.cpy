      *****************************************************************
      *  D02CTOT.CPY
      *  STEP CONTROL-TOTALS RECORD FOR THE D2 PASSWORD-POLICY JOB.
      *  ONE RECORD PER ACTIVE SOURCE PER EXECUTION, APPENDED TO
      *  D2.CTLTOT BY THE STAGING PASS (AOC-2020-02-S) AND THE
      *  EXCEPTION RECYCLE (AOC-2020-02-R) AT 900-TERMINATE. THE
      *  END-OF-JOB BALANCING STEP (AOC-2020-02-L) TIES THEM TO
      *  EACH OTHER AND TO THE MAIN RUN'S D2.SRCSTAT RECORDS, SO A
      *  RECORD LOST OR DOUBLED BETWEEN STEPS IS CAUGHT THE NIGHT IT
      *  HAPPENS RATHER THAN WHEN A FEED OWNER ASKS WHERE IT WENT.
      *
      *  CTT-PROGRAM-ID SAYS WHICH VIEW OF CTT-TOTALS APPLIES:
      *    AOC2002S - STAGED IS EVERY RECORD WRITTEN TO D2STAGE FOR
      *               THE SOURCE (FEED PLUS REPAIRS); REPAIRS IS THE
      *               PRIOR CYCLE'S REPAIRS ALONE, READ FROM THEIR
      *               OWN FILE (REPAIRS-KNOWN = Y). N APPEARS ONLY ON
      *               RECORDS WRITTEN WHILE THE REPAIRS STILL RODE
      *               THE FEED CONCATENATION AND AN EXEMPT SOURCE'S
      *               COULD NOT BE TOLD FROM ITS FEED.
      *    AOC2002R - CONSUMED IS EVERY D2.EXCEPT/D2.DQEXCPT RECORD
      *               READ FOR THE SOURCE, DEDUPED THE SECOND-OR-
      *               LATER COPIES DROPPED, REPAIRED THE LINES
      *               WRITTEN TO THE SOURCE'S REPAIR FILE, CARRIED
      *               THE LINES WRITTEN TO D2.AGINGNEW.
      *  THE FILE IS APPENDED IN RUN ORDER, SO ONE EXECUTION'S
      *  RECORDS ARE ADJACENT. THE STAGING PASS ALSO READS THE LAST
      *  RECORD BACK: AOC2002S THERE MEANS THE PREVIOUS CYCLE NEVER
      *  REACHED ITS RECYCLE, SO THIS ONE IS ITS RESUBMISSION.
      *
      *  ALL FIELDS ARE DISPLAY FORMAT. RECORD LENGTH 80 BYTES.
      *
      *  10/15  RF   ORIGINAL VERSION.
      *  10/15  RF   STAGED REPAIRS NOW KNOWN FOR EVERY SOURCE; THE
      *              STAGING PASS READS THE LAST RECORD TO TELL A
      *              RESUBMISSION FROM A REPLAY.
      *****************************************************************
       01 CTT-RECORD.
         05 CTT-RUN-DATE PIC 9(08).
         05 FILLER PIC X(01).
         05 CTT-PROGRAM-ID PIC X(08).
           88 CTT-FROM-STAGING VALUE "AOC2002S".
           88 CTT-FROM-RECYCLE VALUE "AOC2002R".
         05 FILLER PIC X(01).
         05 CTT-SOURCE-ID PIC X(08).
         05 FILLER PIC X(01).
         05 CTT-TOTALS.
           10 CTT-TOTAL-1 PIC 9(09).
           10 FILLER PIC X(01).
           10 CTT-TOTAL-2 PIC 9(09).
           10 FILLER PIC X(01).
           10 CTT-TOTAL-3 PIC 9(09).
           10 FILLER PIC X(01).
           10 CTT-TOTAL-4 PIC 9(09).
           10 FILLER PIC X(01).
         05 CTT-STAGE-TOTALS REDEFINES CTT-TOTALS.
           10 CTT-STG-STAGED PIC 9(09).
           10 FILLER PIC X(01).
           10 CTT-STG-REPAIRS PIC 9(09).
           10 FILLER PIC X(01).
           10 CTT-STG-REPAIRS-KNOWN PIC X(01).
             88 CTT-STG-REPAIRS-SEPARATE VALUE "Y".
           10 FILLER PIC X(19).
         05 CTT-RECYCLE-TOTALS REDEFINES CTT-TOTALS.
           10 CTT-RCY-CONSUMED PIC 9(09).
           10 FILLER PIC X(01).
           10 CTT-RCY-DEDUPED PIC 9(09).
           10 FILLER PIC X(01).
           10 CTT-RCY-REPAIRED PIC 9(09).
           10 FILLER PIC X(01).
           10 CTT-RCY-CARRIED PIC 9(09).
           10 FILLER PIC X(01).
         05 FILLER PIC X(13).
