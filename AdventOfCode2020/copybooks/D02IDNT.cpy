      *****************************************************************
      *  D02IDNT.CPY
      *  THE IDENTITY SYSTEM'S ACCOUNT EXTRACT (PROD.IDENTITY.ACCTEXTR),
      *  80 BYTES, ONE RECORD PER ACCOUNT, AS D2 READS IT AFTER THE
      *  ACCOUNT-ID SORT. THE MAIN RUN'S CROSS-REFERENCE AND THE
      *  COVERAGE GAP REPORT NEED ONLY THE ACCOUNT ID; THE ROLL-UP BY
      *  LINE MANAGEMENT (AOC-2020-02-J) ALSO TAKES THE OWNING
      *  DEPARTMENT AND THE OWNER'S MANAGER. THE MANAGER IS CARRIED AS
      *  THE MANAGER'S OWN ACCOUNT ID, SO ESCALATIONS ADDRESS THE SAME
      *  WAY AS THE INDIVIDUAL NOTIFICATIONS. THE TRAILING BYTES ARE
      *  IDENTITY-SYSTEM ATTRIBUTES D2 DOES NOT USE.
      *
      *  A BLANK DEPARTMENT OR MANAGER MEANS THE IDENTITY SYSTEM HAS
      *  NONE ON FILE FOR THE ACCOUNT (SERVICE AND TEST ACCOUNTS,
      *  MOSTLY) - CONSUMERS GROUP THOSE RATHER THAN DROP THEM.
      *
      *  10/15  RF   ORIGINAL VERSION.
      *****************************************************************
       01 IDN-RECORD.
         05 IDN-ACCT-ID PIC X(08).
         05 IDN-DEPT-CODE PIC X(08).
         05 IDN-MANAGER-ID PIC X(08).
         05 IDN-MANAGER-NAME PIC X(30).
         05 FILLER PIC X(26).
