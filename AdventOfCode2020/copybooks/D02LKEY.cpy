      *****************************************************************
      *  D02LKEY.CPY
      *  PASSWORD MASKING AND LINE-KEY WORK AREAS FOR THE D2
      *  PASSWORD-POLICY JOB. A REJECTED FEED LINE IS RETAINED - IN
      *  D2.EXCEPT, D2.DQEXCPT, D2.AGING, D2.FIXES AND EVERY D2.EXARCH
      *  GENERATION - WITH ITS PASSWORD MASKED, SO THE RETAINED LINE
      *  CAN NO LONGER SERVE AS ITS OWN MATCH KEY. THE LINE KEY TAKES
      *  ITS PLACE: A SHA-256 DIGEST, IN 64 HEX CHARACTERS, OF THE
      *  SITE'S SECRET KEY MATERIAL (THE D2LKEYCT CARD) FOLLOWED BY THE
      *  FULL 208-BYTE CLEAR LINE. EQUAL LINES GET EQUAL KEYS, SO THE
      *  RECYCLE'S DEDUPE, AGING MERGE AND FIX MATCH WORK ON THE KEY
      *  EXACTLY AS THEY USED TO ON THE LINE; THE KEY MATERIAL IS WHAT
      *  STOPS ANYONE WHO CAN READ A RETAINED DATASET FROM HASHING
      *  CANDIDATE PASSWORDS UNTIL ONE MATCHES. CHANGING THE KEY
      *  MATERIAL ORPHANS EVERY KEY ALREADY RETAINED - A KEY CHANGE IS
      *  A RECONVERSION, NOT A CARD EDIT.
      *
      *  THE DIGEST COMES FROM THE ICSF ONE-WAY HASH SERVICE
      *  (CSNBOWH); THE WS-OWH- FIELDS ARE ITS PARAMETER LIST, IN
      *  CALL ORDER.
      *
      *  THE CALLER SETS WS-LKEY-CLEAR-LINE AND THE SOURCE'S CHAR/
      *  PASSWORD SEPARATOR (WS-LKEY-SEP / WS-LKEY-SEP-LEN) BEFORE
      *  PERFORMING THE MASK PARAGRAPH. EVERYTHING AFTER THE FIRST
      *  SEPARATOR FROM COLUMN 9 ON IS REPLACED BY A FIXED EIGHT
      *  ASTERISKS, SO NOT EVEN THE PASSWORD'S LENGTH IS KEPT; A LINE
      *  WITH NO SEPARATOR KEEPS ONLY ITS ACCOUNT ID.
      *
      *  10/15  RF   ORIGINAL VERSION.
      *****************************************************************
       01 WS-LKEY-MATERIAL PIC X(32).
       01 WS-LKEY-CLEAR-LINE PIC X(208).
       01 WS-LKEY-MASKED-LINE PIC X(208).
       01 WS-LKEY-LINE-KEY PIC X(64).
       01 WS-LKEY-MASK-TEXT PIC X(08) VALUE "********".
       01 WS-LKEY-SEP PIC X(02) VALUE ": ".
       01 WS-LKEY-SEP-LEN PIC 9(01) VALUE 2.
       01 WS-LKEY-POS PIC 9(03) COMP.
       01 WS-LKEY-HIT PIC 9(03) COMP.
       01 WS-LKEY-MASK-FROM PIC 9(03) COMP.
       01 WS-LKEY-FAILED-SW PIC X(01) VALUE "N".
         88 WS-LKEY-FAILED VALUE "Y".
       01 WS-LKEY-RC-DISPLAY PIC 9(04).

       01 WS-OWH-RETURN-CODE PIC S9(09) COMP.
       01 WS-OWH-REASON-CODE PIC S9(09) COMP.
       01 WS-OWH-EXIT-DATA-LEN PIC S9(09) COMP VALUE 0.
       01 WS-OWH-EXIT-DATA PIC X(04) VALUE SPACES.
       01 WS-OWH-RULE-COUNT PIC S9(09) COMP VALUE 2.
       01 WS-OWH-RULE-ARRAY PIC X(16) VALUE "SHA-256 ONLY    ".
       01 WS-OWH-TEXT-LEN PIC S9(09) COMP VALUE 240.
       01 WS-OWH-TEXT.
         05 WS-OWH-TEXT-KEY PIC X(32).
         05 WS-OWH-TEXT-LINE PIC X(208).
       01 WS-OWH-CHAIN-LEN PIC S9(09) COMP VALUE 128.
       01 WS-OWH-CHAIN-VECTOR PIC X(128).
       01 WS-OWH-HASH-LEN PIC S9(09) COMP VALUE 32.
       01 WS-OWH-HASH PIC X(32).

      *    ONE DIGEST BYTE AT A TIME IS DROPPED INTO THE LOW-ORDER
      *    BYTE OF A HALFWORD AND SPLIT INTO ITS TWO HEX DIGITS.
       01 WS-LKEY-HALFWORD PIC 9(04) COMP VALUE 0.
       01 WS-LKEY-HALFWORD-X REDEFINES WS-LKEY-HALFWORD.
         05 WS-LKEY-HW-HIGH PIC X(01).
         05 WS-LKEY-HW-LOW PIC X(01).
       01 WS-LKEY-HIGH-NIBBLE PIC 9(02) COMP.
       01 WS-LKEY-LOW-NIBBLE PIC 9(02) COMP.
       01 WS-LKEY-HASH-IDX PIC 9(02) COMP.
       01 WS-LKEY-HEX-POS PIC 9(02) COMP.
       01 WS-LKEY-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
