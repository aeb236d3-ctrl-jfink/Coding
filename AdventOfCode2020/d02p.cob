      *              PURGE LIVE ACCOUNTS, SO A MISSING OR BAD CARD
      *              ENDS THE RUN WITH RETURN-CODE 12 AND NOTHING
      *              TOUCHED.
      *  10/15  RF   ARCHIVE IMAGE WIDENED TO THE 60-BYTE MASTER
      *              RECORD (D2PRGARC LRECL 049 TO 069).
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           05 FILLER PIC X(76).

      *    THE ARCHIVE CARRIES THE PURGE DATE AND THE FULL MASTER
      *    RECORD IMAGE (COPYBOOK D02MAST, 60 BYTES), SO A PURGED
      *    ACCOUNT THAT COMES BACK CAN BE RESEARCHED BYTE FOR BYTE.
         FD ARCHIVEFILE.
         01 ARC-RECORD.
           05 ARC-PURGE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ARC-MASTER-IMAGE PIC X(60).

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).
