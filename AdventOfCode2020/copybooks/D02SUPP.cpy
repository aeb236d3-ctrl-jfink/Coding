      *****************************************************************
      *  D02SUPP.CPY
      *  APPROVED-EXCEPTION (SUPPRESSION) LIST ENTRY - ONE RECORD PER
      *  ACCOUNT ON PROD.D02A.SUPPRESS, 80 BYTES. A LISTED ACCOUNT IS
      *  HELD OUT OF THE REVOCATION CANDIDATE EXTRACT
      *  (AOC-2020-02-V) FROM ITS GRANTED DATE THROUGH ITS EXPIRY
      *  DATE INCLUSIVE; FROM THE DAY AFTER EXPIRY IT IS IGNORED AND
      *  THE ACCOUNT IS A CANDIDATE AGAIN LIKE ANY OTHER.
      *
      *  ENTRIES ARE MAINTAINED ONLY THROUGH THE AOC-2020-02-E DIALOG,
      *  WHICH LOGS EVERY ADD, CHANGE AND DELETE TO D2.SUPLOG. THE
      *  OFFICER IS THE SECURITY OFFICER WHO APPROVED THE EXCEPTION
      *  (NOT NECESSARILY THE PERSON WHO KEYED IT - THE LOG HAS
      *  THAT).
      *
      *  ENTRIES FROM BEFORE THE APPROVAL FIELDS EXISTED CARRY ONLY
      *  THE ACCOUNT ID AND SPACES ELSEWHERE. THEY STAY IN FORCE -
      *  DROPPING THEM WOULD REVOKE ACCOUNTS SECURITY HAD EXEMPTED -
      *  BUT THE WEEKLY EXCEPTION REVIEW (AOC-2020-02-H) LISTS THEM
      *  UNTIL SOMEONE RECORDS AN APPROVAL AND AN EXPIRY. CONSUMERS
      *  TEST THE DATES NUMERIC BEFORE USING THEM.
      *
      *  10/15  RF   ORIGINAL VERSION. THE LIST WAS ACCOUNT IDS ONLY.
      *****************************************************************
       01 SUP-RECORD.
         05 SUP-ACCT-ID PIC X(08).
         05 FILLER PIC X(01).
         05 SUP-OFFICER PIC X(08).
         05 FILLER PIC X(01).
         05 SUP-GRANT-DATE PIC 9(08).
         05 FILLER PIC X(01).
         05 SUP-EXPIRY-DATE PIC 9(08).
         05 FILLER PIC X(01).
         05 SUP-REASON PIC X(40).
         05 FILLER PIC X(04).
