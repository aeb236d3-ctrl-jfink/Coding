      *****************************************************************
      *  D02JRNL.CPY
      *  D2.MASTER BEFORE-IMAGE JOURNAL RECORD. THE MAIN RUN
      *  (340-UPDATE-MASTER IN AOC-2020-02-1) APPENDS ONE RECORD
      *  TO D2.MSTJRNL IMMEDIATELY BEFORE EVERY MASTER WRITE OR
      *  REWRITE, SO ANY ONE RUN DATE'S UPDATES FROM ANY ONE
      *  SOURCE CAN BE REVERSED BY THE BACKOUT PROGRAM
      *  (AOC-2020-02-B) WITHOUT RESTORING THE WHOLE KSDS.
      *
      *  JRN-ACTION TELLS THE BACKOUT WHAT REVERSING THE UPDATE
      *  MEANS:
      *    U - AN EXISTING RECORD WAS REWRITTEN. JRN-MASTER-IMAGE
      *        IS THE RECORD AS IT STOOD BEFORE THE REWRITE; THE
      *        BACKOUT REWRITES IT BACK.
      *    A - THE RUN ADDED THE RECORD. THERE IS NO BEFORE-IMAGE;
      *        JRN-MASTER-IMAGE CARRIES THE NEW RECORD'S KEY AND
      *        THE BACKOUT DELETES IT.
      *
      *  THE JOURNAL IS APPEND-ONLY AND IN THE ORDER THE UPDATES
      *  WERE MADE - A RESTART OR A DOUBLE-SHIPPED ACCOUNT JOURNALS
      *  THE SAME ACCOUNT MORE THAN ONCE, AND THE BACKOUT RELIES ON
      *  THAT ORDER TO UNWIND THEM LAST-FIRST.
      *
      *  ALL FIELDS ARE DISPLAY FORMAT. RECORD LENGTH 80 BYTES.
      *
      *  10/15  RF   ORIGINAL VERSION.
      *  10/15  RF   MASTER IMAGE WIDENED 40 TO 60 FOR THE 60-BYTE
      *              MASTER RECORD, TAKING THE TRAILING FILLER.
      *              RECORD LENGTH UNCHANGED - AN ENTRY WRITTEN
      *              BEFORE THE CHANGE READS AS A 60-BYTE IMAGE WITH
      *              THE REVOCATION FIELDS BLANK.
      *****************************************************************
       01 JRN-RECORD.
         05 JRN-RUN-DATE PIC 9(08).
         05 FILLER PIC X(01).
         05 JRN-SOURCE-ID PIC X(08).
         05 FILLER PIC X(01).
         05 JRN-ACTION PIC X(01).
           88 JRN-RECORD-ADDED VALUE "A".
           88 JRN-RECORD-UPDATED VALUE "U".
         05 FILLER PIC X(01).
         05 JRN-MASTER-IMAGE PIC X(60).
