      *  D02OPS.CPY
      *  END-OF-RUN OPERATIONS SUMMARY RECORD FOR THE D2 PASSWORD-
      *  POLICY JOB. ONE FIXED-LAYOUT RECORD PER PROGRAM EXECUTION,
      *  APPENDED TO D2.OPSLOG BY 900-TERMINATE IN THE MAIN RUN, THE
      *  RECYCLE PROGRAM AND THE STAGING PASS. THE OPERATIONS
      *  AUTOMATION PRODUCT WATCHES THIS DATASET - THE NIGHT SHIFT'S
      *  DECISION COMES OFF THE VERDICT AND ACTION FIELDS, NOT OFF A
      *  BARE RETURN CODE AND A GUESS AT WHICH OF THREE SOURCES WENT
      *  WRONG.
      *
      *  OPS-VERDICT CARRIES THE RETURN-CODE REASON IN WORDS
      *  (CLEAN, EXCEPTIONS, COUNT MISMATCH, QUIESCED, STARTUP
      *  VALIDATION, IDENT CHECK OFF, AGED BACKLOG, OPEN
      *  BACKLOG, LINE-KEY FAILURE); OPS-ACTION IS THE
      *  ONE THING THE OPERATOR SHOULD DO ABOUT IT. THE SOURCE
      *  ENTRIES CARRY EACH SOURCE'S READ AND EXPECTED COUNTS FROM
      *  THE MAIN RUN'S SOURCE TABLE SO A MISMATCH NAMES ITS FEED -
      *  THE RECYCLE PROGRAM FILLS THE IDS AND LEAVES THE COUNTS
      *  ZERO, SINCE IT HAS NO EXPECTED COUNTS OF ITS OWN. THE
      *  STAGING PASS'S VERDICT IS CLEAN OR FEED REJECTED, WITH THE
      *  REJECTED SOURCE AND REASON AS THE ACTION; ITS READ COUNT IS
      *  THE POLICY RECORDS BETWEEN HEADER AND TRAILER AND ITS
      *  EXPECTED COUNT THE TRAILER'S. THE END-OF-JOB BALANCING
      *  STEP'S VERDICT IS IN BALANCE, OUT OF BALANCE OR TOTALS
      *  MISSING; ITS READ COUNT IS THE MAIN RUN'S AND ITS EXPECTED
      *  COUNT WHAT THE STAGING PASS STAGED FOR THE SOURCE.
      *
      *  ALL FIELDS ARE DISPLAY FORMAT. RECORD LENGTH 170 BYTES.
      *
      *  09/02  RF   ORIGINAL VERSION.
      *  10/15  RF   STAGING PASS RECORD ADDED (FEED CONTROL).
      *  10/15  RF   BALANCING STEP RECORD ADDED (AOC-2020-02-L).
      *  10/15  RF   LINE-KEY FAILURE VERDICT (MAIN RUN, RC 16).
      *****************************************************************
       01 OPS-RECORD.
         05 OPS-RUN-DATE PIC 9(08).
