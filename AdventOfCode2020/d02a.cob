      *              THAT DATASET INSTEAD OF SOMEONE OPENING THE
      *              80-BYTE REPORT TO WORK OUT WHICH SOURCE WENT
      *              WRONG.
      *  10/15  RF   EVERY D2.MASTER WRITE OR REWRITE IS NOW
      *              PRECEDED BY A BEFORE-IMAGE JOURNAL RECORD
      *              (COPYBOOK D02JRNL, DD D2MSTJRN) TAGGED WITH THE
      *              RUN DATE AND SOURCE ID, SO ONE SOURCE'S BAD
      *              NIGHT CAN BE REVERSED BY AOC-2020-02-B INSTEAD
      *              OF RESTORING THE WHOLE KSDS. IF THE JOURNAL
      *              WILL NOT OPEN THE MASTER IS LEFT ALONE - AN
      *              UPDATE THAT CANNOT BE BACKED OUT IS NOT MADE.
      *  10/15  RF   D2.MASTER RECORD WIDENED TO 60 BYTES (REVOCATION
      *              LIFECYCLE FIELDS - SEE D02MAST). A NEW ACCOUNT
      *              STARTS THEM BLANK; AN UPDATE CARRIES THEM
      *              THROUGH. THE JOURNAL BEFORE-IMAGE WIDENS WITH IT.
      *  10/15  RF   WHOLE-FEED DUPLICATES ARE NOW ALSO COUNTED PER
      *              SOURCE (CHECKPOINTED WITH THE OTHER PER-SOURCE
      *              TOTALS), AND EVERY EXECUTION APPENDS ONE
      *              PER-SOURCE RUN RECORD (COPYBOOK D02SRCS, DD
      *              D2SRCST) CARRYING READ, EXPECTED, EXCEPTION,
      *              DQ EXCEPTION, UNKNOWN-ACCOUNT AND DUPLICATE
      *              COUNTS FOR THE MONTHLY FEED SCORECARD.
      *  10/15  RF   D2.EXCEPT AND D2.DQEXCPT NO LONGER RETAIN THE
      *              CLEAR LINE: THE PASSWORD IS MASKED AND A KEYED
      *              LINE KEY (COPYBOOK D02LKEY, KEY MATERIAL ON DD
      *              D2LKEYCT) IS APPENDED FOR THE RECYCLE TO MATCH
      *              ON. RECORDS WIDEN FROM 222 TO 287 BYTES. A
      *              MISSING OR BLANK KEY CARD, OR A HASH SERVICE
      *              THAT FAILS ITS STARTUP PROBE, IS A CONTROL
      *              ERROR; A HASH FAILURE MID-RUN ENDS THE RUN AT
      *              RC 16 TO RESUME FROM THE CHECKPOINT. THE
      *              DUPLICATE LIST ON D2.REPORT IS MASKED TOO.
      *  10/15  RF   A JOURNAL WRITE THAT FAILS NOW STOPS THE MASTER
      *              UPDATE FOR THAT RECORD AND ENDS THE RUN AT RC 20
      *              (REPORT LINE, OPS VERDICT JOURNAL FAILURE) TO
      *              RESUME FROM THE CHECKPOINT ONCE D2MSTJRN IS
      *              FIXED - NO MASTER CHANGE IS EVER MADE THAT THE
      *              BACKOUT CANNOT SEE. STATUS 05 ON THE JOURNAL'S
      *              OPEN EXTEND (A NEWLY ALLOCATED OR CLEARED
      *              JOURNAL) IS A GOOD OPEN.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT DELIMFILE ASSIGN TO D2DELIM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLM-FILE-STATUS.
           SELECT LKEYFILE ASSIGN TO D2LKEYCT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LKY-FILE-STATUS.
           SELECT RULESFILE ASSIGN TO D2RULES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUL-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPSFILE ASSIGN TO D2OPSLOG
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SRCSTATFILE ASSIGN TO D2SRCST
           ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL FOR THE SAME REASON - THE FIRST RUN AFTER THE
      *    JOURNAL WAS INTRODUCED CREATES IT.
           SELECT OPTIONAL JOURNALFILE ASSIGN TO D2MSTJRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

      *    THE LINE IS RETAINED WITH ITS PASSWORD MASKED; THE
      *    LINE KEY STANDS IN FOR THE CLEAR LINE WHEREVER THE
      *    RECYCLE HAS TO MATCH ONE LINE TO ANOTHER (D02LKEY).
         FD EXCEPTFILE.
         01 EXC-RECORD.
           05 EXC-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 EXC-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 EXC-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 EXC-LINE-KEY PIC X(64).

         FD DQEXCPTFILE.
         01 DQX-RECORD.
           05 FILLER PIC X(01).
           05 DQX-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 DQX-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 DQX-LINE-KEY PIC X(64).

      *    RECORD 1 CARRIES THE RUN-WIDE SETTINGS PLUS SOURCE 1'S
      *    ID AND EXPECTED COUNT; RECORDS 2 AND 3, WHEN PRESENT,
      *    THE SAME DUPLICATE DETAIL AN UNINTERRUPTED RUN WOULD.
           05 CKP-DUP-OFFENDER-COUNT PIC 9(1).
           05 CKP-DUP-OFFENDER PIC X(60) OCCURS 5 TIMES.
      *    PER-SOURCE DUPLICATE COUNTS, SLOT N BELONGING TO SOURCE
      *    N - KEPT AT THE END SO EVERY EARLIER OFFSET STANDS.
           05 CKP-SRC-DUPLICATE PIC 9(9) OCCURS 3 TIMES.

         FD STOPREQFILE.
         01 STP-RECORD PIC X(80).
         FD OPSFILE.
         COPY D02OPS.

         FD SRCSTATFILE.
         COPY D02SRCS.

         FD MASTERFILE.
         COPY D02MAST.

         FD JOURNALFILE.
         COPY D02JRNL.

         FD RULESFILE.
         01 RUL-RECORD.
           05 RUL-RULE-TYPE PIC X(04).
           05 DLM-DELIM-3-LEN PIC 9(01).
           05 FILLER PIC X(71).

      *    THE LINE-KEY CARD: 32 BYTES OF SECRET KEY MATERIAL IN
      *    COLUMNS 1-32. THE DATASET IS READABLE BY THE BATCH
      *    USER ONLY.
         FD LKEYFILE.
         01 LKY-RECORD.
           05 LKY-KEY-MATERIAL PIC X(32).
           05 FILLER PIC X(48).

       WORKING-STORAGE SECTION.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN  PIC 9(3) COMP.
         01 CTL-FILE-STATUS PIC XX.
         01 CKP-FILE-STATUS PIC XX.
         01 DLM-FILE-STATUS PIC XX.
         01 LKY-FILE-STATUS PIC XX.
         01 STG-FILE-STATUS PIC XX.
      *    RESTAGED FROM THE STAGING RECORD'S TRUNCATION FLAG, SO
      *    THE TRUNCATED-RECORD HANDLING IN 003-PROCESS-RECORD
             10 WS-SRC-EXCEPTION PIC 9(9).
             10 WS-SRC-DQ-EXCEPTION PIC 9(9).
             10 WS-SRC-IDENT-UNKNOWN PIC 9(9).
             10 WS-SRC-DUPLICATE PIC 9(9).

      *    ONE DELIMITER SET PER SOURCE, LOADED FROM D2.DELIM
      *    (RECORD N BELONGS TO SOURCE N) AND COPIED INTO THE SHARED
         01 WS-MASTER-NEW-SW PIC X(01).
           88 WS-MASTER-NEW-RECORD VALUE "Y".

      *    BEFORE-IMAGE JOURNAL CONTROLS. THE MASTER IS ONLY
      *    UPDATED WHILE THE JOURNAL IS OPEN; WS-MASTER-BEFORE-IMAGE
      *    HOLDS THE RECORD AS READ, AHEAD OF 340'S CHANGES TO IT.
         01 JRN-FILE-STATUS PIC XX VALUE SPACES.
         01 WS-JOURNAL-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-JOURNAL-AVAILABLE VALUE "Y".
         01 WS-JOURNAL-FAILED-SW PIC X(01) VALUE "N".
           88 WS-JOURNAL-FAILED VALUE "Y".
         01 WS-MASTER-BEFORE-IMAGE PIC X(60).

      *    PER-RECORD RULE-RUN TRACKING FOR THE MASTER UPDATE -
      *    WHICH CHECKS ACTUALLY RAN FOR THIS RECORD AND WHETHER ANY
      *    DATA-DRIVEN RULE FAILED IT.
      *    THE ORIGINAL "MIN-MAX CHAR: PASSWORD" FEED FORMAT IF THE
      *    CONTROL FILE IS NOT PRESENT.
         COPY D02DELIM.
         COPY D02LKEY.

      *    DATA-DRIVEN POLICY RULES - LOADED FROM D2.RULES AT
      *    STARTUP, EVALUATED ALONGSIDE THE BUILT-IN RULES.
                THRU 450-CHECK-DUPLICATE-EXIT.
            IF WS-DUP-FOUND
               ADD 1 TO WS-DUP-COUNT
               ADD 1 TO WS-SRC-DUPLICATE(WS-CUR-SOURCE)
               IF WS-DUP-OFFENDER-COUNT < WS-DUP-OFFENDER-MAX
                  ADD 1 TO WS-DUP-OFFENDER-COUNT
                  PERFORM 239-MASK-SAVE-LINE
                  MOVE WS-LKEY-MASKED-LINE(1:60)
                      TO WS-DUP-OFFENDER(WS-DUP-OFFENDER-COUNT)
               END-IF
               IF WS-DUP-EXCLUDE
            MOVE SPACES TO EXC-RECORD.
            MOVE WS-EXCEPTION-REASON TO EXC-REASON-CODE.
            MOVE WS-SRC-ID(WS-CUR-SOURCE) TO EXC-SOURCE-ID.
            PERFORM 239-MASK-SAVE-LINE.
            PERFORM 245-COMPUTE-LINE-KEY.
            IF WS-LKEY-FAILED
               PERFORM 870-LINE-KEY-FAILURE
            END-IF.
            MOVE WS-LKEY-MASKED-LINE TO EXC-MASKED-LINE.
            MOVE WS-LKEY-LINE-KEY TO EXC-LINE-KEY.
            WRITE EXC-RECORD.
            ADD 1 TO WS-EXCEPTION-COUNT.
            ADD 1 TO WS-SRC-EXCEPTION(WS-CUR-SOURCE).
            MOVE SPACES TO DQX-RECORD.
            MOVE "MMSW" TO DQX-REASON-CODE.
            MOVE WS-SRC-ID(WS-CUR-SOURCE) TO DQX-SOURCE-ID.
            PERFORM 239-MASK-SAVE-LINE.
            PERFORM 245-COMPUTE-LINE-KEY.
            IF WS-LKEY-FAILED
               PERFORM 870-LINE-KEY-FAILURE
            END-IF.
            MOVE WS-LKEY-MASKED-LINE TO DQX-MASKED-LINE.
            MOVE WS-LKEY-LINE-KEY TO DQX-LINE-KEY.
            WRITE DQX-RECORD.
            ADD 1 TO WS-DQ-EXCEPTION-COUNT.
            ADD 1 TO WS-SRC-DQ-EXCEPTION(WS-CUR-SOURCE).

      *****************************************************************
      *    THE RETAINED FORM OF THE CURRENT LINE. THE SEPARATOR THAT
      *    STARTS THE PASSWORD IS THE CURRENT SOURCE'S, TAKEN BY
      *    006-TAKE-SOURCE-DELIMITERS.
      *****************************************************************
       239-MASK-SAVE-LINE.
            MOVE WS-SAVE-LINE TO WS-LKEY-CLEAR-LINE.
            MOVE WS-DELIM-3 TO WS-LKEY-SEP.
            MOVE WS-DELIM-3-LEN TO WS-LKEY-SEP-LEN.
            PERFORM 240-MASK-LINE THRU 240-MASK-LINE-EXIT.

      *****************************************************************
      *    MASK EVERYTHING AFTER THE FIRST CHAR/PASSWORD SEPARATOR AT
      *    OR AFTER COLUMN 9 WITH A FIXED EIGHT ASTERISKS. A LINE
      *    WITHOUT ONE IS MASKED FROM COLUMN 9 - A LINE TOO BROKEN TO
      *    SHOW WHERE ITS PASSWORD STARTS KEEPS ONLY ITS ACCOUNT ID.
      *****************************************************************
       240-MASK-LINE.
            MOVE WS-LKEY-CLEAR-LINE TO WS-LKEY-MASKED-LINE.
            MOVE 0 TO WS-LKEY-HIT.
            PERFORM 242-FIND-SEPARATOR
                VARYING WS-LKEY-POS FROM 9 BY 1
                UNTIL WS-LKEY-POS + WS-LKEY-SEP-LEN > 209
                OR WS-LKEY-HIT > 0.
            IF WS-LKEY-HIT > 0
               COMPUTE WS-LKEY-MASK-FROM =
                   WS-LKEY-HIT + WS-LKEY-SEP-LEN
            ELSE
               MOVE 9 TO WS-LKEY-MASK-FROM
            END-IF.
            IF WS-LKEY-MASK-FROM > 208
               GO TO 240-MASK-LINE-EXIT
            END-IF.
            IF WS-LKEY-MASKED-LINE(WS-LKEY-MASK-FROM:) = SPACES
               GO TO 240-MASK-LINE-EXIT
            END-IF.
            MOVE SPACES TO WS-LKEY-MASKED-LINE(WS-LKEY-MASK-FROM:).
            MOVE WS-LKEY-MASK-TEXT
                TO WS-LKEY-MASKED-LINE(WS-LKEY-MASK-FROM:).
       240-MASK-LINE-EXIT.
            EXIT.

       242-FIND-SEPARATOR.
            IF WS-LKEY-CLEAR-LINE(WS-LKEY-POS:WS-LKEY-SEP-LEN)
               = WS-LKEY-SEP(1:WS-LKEY-SEP-LEN)
               MOVE WS-LKEY-POS TO WS-LKEY-HIT
            END-IF.

      *****************************************************************
      *    THE LINE KEY: SHA-256 OF THE KEY MATERIAL AND THE CLEAR
      *    LINE, BY THE ICSF ONE-WAY HASH SERVICE, AS 64 HEX DIGITS.
      *    A NONZERO RETURN CODE LEAVES THE KEY BLANK AND SETS
      *    WS-LKEY-FAILED - THE CALLER DECIDES WHAT THAT MEANS.
      *****************************************************************
       245-COMPUTE-LINE-KEY.
            MOVE WS-LKEY-MATERIAL TO WS-OWH-TEXT-KEY.
            MOVE WS-LKEY-CLEAR-LINE TO WS-OWH-TEXT-LINE.
            MOVE 0 TO WS-OWH-RETURN-CODE.
            MOVE 0 TO WS-OWH-REASON-CODE.
            MOVE 32 TO WS-OWH-HASH-LEN.
            MOVE LOW-VALUES TO WS-OWH-CHAIN-VECTOR.
            CALL "CSNBOWH" USING WS-OWH-RETURN-CODE
                WS-OWH-REASON-CODE
                WS-OWH-EXIT-DATA-LEN
                WS-OWH-EXIT-DATA
                WS-OWH-RULE-COUNT
                WS-OWH-RULE-ARRAY
                WS-OWH-TEXT-LEN
                WS-OWH-TEXT
                WS-OWH-CHAIN-LEN
                WS-OWH-CHAIN-VECTOR
                WS-OWH-HASH-LEN
                WS-OWH-HASH.
            IF WS-OWH-RETURN-CODE NOT = 0
               MOVE "Y" TO WS-LKEY-FAILED-SW
               MOVE SPACES TO WS-LKEY-LINE-KEY
            ELSE
               PERFORM 246-HEX-ONE-BYTE
                   VARYING WS-LKEY-HASH-IDX FROM 1 BY 1
                   UNTIL WS-LKEY-HASH-IDX > 32
            END-IF.

       246-HEX-ONE-BYTE.
            MOVE 0 TO WS-LKEY-HALFWORD.
            MOVE WS-OWH-HASH(WS-LKEY-HASH-IDX:1) TO WS-LKEY-HW-LOW.
            DIVIDE WS-LKEY-HALFWORD BY 16
                GIVING WS-LKEY-HIGH-NIBBLE
                REMAINDER WS-LKEY-LOW-NIBBLE.
            COMPUTE WS-LKEY-HEX-POS = WS-LKEY-HASH-IDX * 2 - 1.
            MOVE WS-LKEY-HEX-DIGITS(WS-LKEY-HIGH-NIBBLE + 1:1)
                TO WS-LKEY-LINE-KEY(WS-LKEY-HEX-POS:1).
            MOVE WS-LKEY-HEX-DIGITS(WS-LKEY-LOW-NIBBLE + 1:1)
                TO WS-LKEY-LINE-KEY(WS-LKEY-HEX-POS + 1:1).

       300-CHECK-COUNT-RULE.
            MOVE "Y" TO WS-COUNT-RULE-RAN-SW.
            MOVE "N" TO WS-RECORD-PASSED.
                   INITIALIZE MST-RECORD
                   MOVE WS-ACCT-ID TO MST-ACCT-ID
            END-READ.
            MOVE MST-RECORD TO WS-MASTER-BEFORE-IMAGE.
            MOVE WS-SRC-ID(WS-CUR-SOURCE) TO MST-SOURCE-ID.
            IF WS-COUNT-RULE-RAN
               IF WS-COUNT-RECORD-OK
               MOVE 0 TO MST-CONSEC-FAIL-COUNT
            END-IF.
            MOVE WS-RUN-DATE TO MST-LAST-SEEN-DATE.
            PERFORM 345-WRITE-JOURNAL.
            IF WS-JOURNAL-FAILED
               PERFORM 875-JOURNAL-FAILURE
            END-IF.
            IF WS-MASTER-NEW-RECORD
               WRITE MST-RECORD
                   INVALID KEY CONTINUE
            END-IF.
            ADD 1 TO WS-MASTER-UPDATE-COUNT.

      *****************************************************************
      *    THE BEFORE-IMAGE GOES TO THE JOURNAL AHEAD OF THE MASTER
      *    WRITE, SO THERE IS NEVER A MASTER CHANGE THE JOURNAL
      *    DOESN'T KNOW ABOUT. A NEW RECORD HAS NO BEFORE-IMAGE -
      *    THE INITIALIZED RECORD CARRYING ITS KEY IS JOURNALED AS
      *    AN ADD, WHICH THE BACKOUT REVERSES BY DELETING IT. A
      *    BEFORE-IMAGE THAT DID NOT REACH THE JOURNAL STOPS THE
      *    MASTER UPDATE BEFORE IT IS MADE.
      *****************************************************************
       345-WRITE-JOURNAL.
            INITIALIZE JRN-RECORD.
            MOVE WS-RUN-DATE TO JRN-RUN-DATE.
            MOVE WS-SRC-ID(WS-CUR-SOURCE) TO JRN-SOURCE-ID.
            IF WS-MASTER-NEW-RECORD
               MOVE "A" TO JRN-ACTION
            ELSE
               MOVE "U" TO JRN-ACTION
            END-IF.
            MOVE WS-MASTER-BEFORE-IMAGE TO JRN-MASTER-IMAGE.
            WRITE JRN-RECORD.
            IF JRN-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-JOURNAL-FAILED-SW
            END-IF.

       450-CHECK-DUPLICATE.
            MOVE "N" TO WS-DUP-FOUND-SW.
            IF NOT WS-DUPSEQ-AVAILABLE OR WS-DUPSEQ-AT-EOF
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-CONTROL-CARD.
            PERFORM 120-LOAD-DELIMITERS.
            PERFORM 123-LOAD-LINE-KEY THRU 123-LOAD-LINE-KEY-EXIT.
            IF WS-CONTROL-ERROR
               GO TO 100-INITIALIZE-EXIT
            END-IF.
            MOVE 0 TO WS-SRC-EXCEPTION(WS-CUR-SOURCE).
            MOVE 0 TO WS-SRC-DQ-EXCEPTION(WS-CUR-SOURCE).
            MOVE 0 TO WS-SRC-IDENT-UNKNOWN(WS-CUR-SOURCE).
            MOVE 0 TO WS-SRC-DUPLICATE(WS-CUR-SOURCE).
            MOVE WS-DELIM-1 TO WS-DLM-SET-1(WS-CUR-SOURCE).
            MOVE WS-DELIM-1-LEN TO WS-DLM-SET-1-LEN(WS-CUR-SOURCE).
            MOVE WS-DELIM-2 TO WS-DLM-SET-2(WS-CUR-SOURCE).
            MOVE WS-CTL-ERR-MSG TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.

      *****************************************************************
      *    THE HASH SERVICE PASSED ITS STARTUP PROBE AND THEN FAILED
      *    ON A LIVE LINE. THE EXCEPTION CANNOT BE WRITTEN WITHOUT ITS
      *    KEY AND MUST NOT BE WRITTEN IN THE CLEAR, SO THE RUN ENDS
      *    HERE AT RC 16; THE RESUBMITTED JOB RESUMES FROM THE LAST
      *    CHECKPOINT AND THE RECYCLE'S DEDUPE ABSORBS ANY EXCEPTION
      *    WRITTEN TWICE.
      *****************************************************************
       870-LINE-KEY-FAILURE.
            MOVE WS-OWH-RETURN-CODE TO WS-LKEY-RC-DISPLAY.
            DISPLAY "AOC2002A LINE-KEY HASH FAILED RC "
                WS-LKEY-RC-DISPLAY UPON OPER-CONSOLE.
            MOVE "LINE-KEY FAILURE:" TO WS-RPT-TEXT-LABEL.
            MOVE "RUN ENDED - RESUBMIT TO RESUME"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            CLOSE REPORTFILE.
            MOVE 16 TO RETURN-CODE.
            PERFORM 905-WRITE-OPS-RECORD.
            STOP RUN.

      *****************************************************************
      *    A BEFORE-IMAGE FAILED TO REACH THE JOURNAL (OUT OF SPACE,
      *    I/O ERROR). THE RECORD'S MASTER UPDATE HAS NOT BEEN MADE
      *    AND NO FURTHER ONE MAY BE - THE BACKOUT COULD NOT SEE IT -
      *    SO THE RUN ENDS HERE AT RC 20 WITH THE CHECKPOINT KEPT,
      *    LIKE A LINE-KEY FAILURE. ONCE D2MSTJRN HAS ROOM AGAIN THE
      *    RESUBMITTED JOB RESUMES FROM THE LAST CHECKPOINT; UPDATES
      *    RE-APPLIED FROM THERE JOURNAL AGAIN AND DO NOT BUMP THE
      *    CONSECUTIVE-FAIL COUNT TWICE.
      *****************************************************************
       875-JOURNAL-FAILURE.
            DISPLAY "AOC2002A D2MSTJRN WRITE FAILED STATUS "
                JRN-FILE-STATUS UPON OPER-CONSOLE.
            MOVE "COMPLIANCE MASTER NOTE:" TO WS-RPT-TEXT-LABEL.
            MOVE "D2MSTJRN WRITE FAILED - UPDATES STOPPED"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "MASTER RECORDS UPDATED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-MASTER-UPDATE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            CLOSE REPORTFILE.
            MOVE 20 TO RETURN-CODE.
            PERFORM 905-WRITE-OPS-RECORD.
            STOP RUN.

       120-LOAD-DELIMITERS.
      *    THE DELIMITER FILE IS OPTIONAL - SOURCES WITHOUT A RECORD
      *    KEEP THE COPYBOOK DEFAULTS STAGED BY 105-INIT-SOURCE-TABLE.
               PERFORM 860-WRITE-CONTROL-ERROR
            END-IF.

      *****************************************************************
      *    NO EXCEPTION CAN BE RETAINED WITHOUT ITS LINE KEY, SO THE
      *    KEY CARD AND THE HASH SERVICE ARE BOTH PROVEN BEFORE ONE
      *    RECORD IS READ: A MISSING OR BLANK CARD, OR A PROBE HASH
      *    THAT FAILS, IS A CONTROL ERROR LIKE ANY OTHER.
      *****************************************************************
       123-LOAD-LINE-KEY.
            MOVE SPACES TO LKY-RECORD.
            OPEN INPUT LKEYFILE.
            IF LKY-FILE-STATUS NOT = "00"
               MOVE "LINE-KEY CARD (D2LKEYCT) MISSING"
                   TO WS-CTL-ERR-MSG
               PERFORM 860-WRITE-CONTROL-ERROR
               GO TO 123-LOAD-LINE-KEY-EXIT
            END-IF.
            READ LKEYFILE
                AT END MOVE SPACES TO LKY-RECORD
            END-READ.
            CLOSE LKEYFILE.
            IF LKY-KEY-MATERIAL = SPACES
               MOVE "LINE-KEY CARD (D2LKEYCT) BLANK"
                   TO WS-CTL-ERR-MSG
               PERFORM 860-WRITE-CONTROL-ERROR
               GO TO 123-LOAD-LINE-KEY-EXIT
            END-IF.
            MOVE LKY-KEY-MATERIAL TO WS-LKEY-MATERIAL.
            MOVE SPACES TO WS-LKEY-CLEAR-LINE.
            PERFORM 245-COMPUTE-LINE-KEY.
            IF WS-LKEY-FAILED
               MOVE "LINE-KEY HASH (CSNBOWH) FAILED - RC"
                   TO WS-CTL-ERR-MSG
               MOVE WS-OWH-RETURN-CODE TO WS-LKEY-RC-DISPLAY
               MOVE WS-LKEY-RC-DISPLAY TO WS-CTL-ERR-MSG(37:4)
               PERFORM 860-WRITE-CONTROL-ERROR
               MOVE "N" TO WS-LKEY-FAILED-SW
            END-IF.
       123-LOAD-LINE-KEY-EXIT.
            EXIT.

       125-LOAD-RULES.
      *    THE RULES DATASET IS OPTIONAL - WITHOUT IT ONLY THE
      *    BUILT-IN COUNT/POSITION RULES RUN, AS BEFORE. A RULE
            IF MST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.
      *    THE JOURNAL ONLY MATTERS IF THERE IS A MASTER TO UPDATE.
      *    OPEN EXTEND BOTH ON A NORMAL RUN AND A RESTART - A
      *    RESTART'S RE-APPLIED RECORDS JOURNAL AGAIN, AND THE
      *    BACKOUT UNWINDS THEM IN ORDER LIKE ANY OTHER UPDATE.
      *    05 IS A JOURNAL JUST ALLOCATED OR CLEARED - STILL GOOD.
            IF WS-MASTER-AVAILABLE
               OPEN EXTEND JOURNALFILE
               IF JRN-FILE-STATUS = "00" OR JRN-FILE-STATUS = "05"
                  MOVE "Y" TO WS-JOURNAL-AVAIL-SW
               ELSE
                  CLOSE MASTERFILE
                  MOVE "N" TO WS-MASTER-AVAIL-SW
               END-IF
            END-IF.

       155-OPEN-DUP-SCAN.
      *    THE SCAN FILE IS OPTIONAL - WITHOUT IT DUPLICATE
                TO WS-SRC-DQ-EXCEPTION(WS-CKP-IDX).
            MOVE CKP-SRC-IDENT-UNKNOWN(WS-CKP-IDX)
                TO WS-SRC-IDENT-UNKNOWN(WS-CKP-IDX).
            MOVE CKP-SRC-DUPLICATE(WS-CKP-IDX)
                TO WS-SRC-DUPLICATE(WS-CKP-IDX).
            EVALUATE TRUE
                WHEN WS-MODE-POSITION
                   MOVE CKP-SRC-POSITION-PASS(WS-CKP-IDX)
                TO CKP-SRC-DQ-EXCEPTION(WS-CKP-IDX).
            MOVE WS-SRC-IDENT-UNKNOWN(WS-CKP-IDX)
                TO CKP-SRC-IDENT-UNKNOWN(WS-CKP-IDX).
            MOVE WS-SRC-DUPLICATE(WS-CKP-IDX)
                TO CKP-SRC-DUPLICATE(WS-CKP-IDX).

       800-WRITE-REPORT.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
               PERFORM 820-PUT-SUMMARY-LINE
            ELSE
               MOVE "COMPLIANCE MASTER NOTE:" TO WS-RPT-TEXT-LABEL
               IF JRN-FILE-STATUS NOT = SPACES
                  MOVE "D2MSTJRN UNAVAILABLE - NO UPDATES"
                      TO WS-RPT-TEXT-VALUE
               ELSE
                  MOVE "D2MASTER UNAVAILABLE - NO UPDATES"
                      TO WS-RPT-TEXT-VALUE
               END-IF
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

            CLOSE STOPREQFILE.
            PERFORM 910-WRITE-STATS-EXTRACT.
            PERFORM 905-WRITE-OPS-RECORD.
            PERFORM 915-WRITE-SOURCE-EXTRACT.
            CLOSE REPORTFILE.
            CLOSE EXCEPTFILE.
            CLOSE DQEXCPTFILE.
            IF WS-MASTER-AVAILABLE
               CLOSE MASTERFILE
            END-IF.
            IF WS-JOURNAL-AVAILABLE
               CLOSE JOURNALFILE
            END-IF.
            IF WS-DUPSEQ-AVAILABLE
               CLOSE DUPSEQFILE
            END-IF.
            MOVE "AOC2002A" TO OPS-PROGRAM-ID.
            MOVE RETURN-CODE TO OPS-RETURN-CODE.
            EVALUATE TRUE
                WHEN WS-LKEY-FAILED
                   MOVE "LINE-KEY FAILURE" TO OPS-VERDICT
                   MOVE "CHECK ICSF - RESUBMIT, RESUMES FROM CKPT"
                       TO OPS-ACTION
                WHEN WS-JOURNAL-FAILED
                   MOVE "JOURNAL FAILURE" TO OPS-VERDICT
                   MOVE "FIX D2MSTJRN - RESUBMIT, RESUMES AT CKPT"
                       TO OPS-ACTION
                WHEN WS-CONTROL-ERROR
                   MOVE "STARTUP VALIDATION" TO OPS-VERDICT
                   MOVE "FIX CONTROL CARDS AND RERUN"
                TO OPS-SRC-READ(WS-CKP-IDX).
            MOVE WS-SRC-EXPECTED(WS-CKP-IDX)
                TO OPS-SRC-EXPECTED(WS-CKP-IDX).

      *****************************************************************
      *    THE PER-SOURCE RUN EXTRACT - ONE RECORD PER ACTIVE SOURCE,
      *    SAME OPEN EXTEND HISTORY CONVENTION AS D2.STATS AND
      *    D2.OPSLOG. THE MONTHLY FEED SCORECARD BUILDS EACH FEED
      *    OWNER'S EXCEPTION, UNKNOWN-ACCOUNT AND DUPLICATE FIGURES
      *    FROM IT.
      *****************************************************************
       915-WRITE-SOURCE-EXTRACT.
            OPEN EXTEND SRCSTATFILE.
            PERFORM 916-WRITE-ONE-SOURCE
                VARYING WS-CKP-IDX FROM 1 BY 1
                UNTIL WS-CKP-IDX > WS-SOURCE-MAX.
            CLOSE SRCSTATFILE.

       916-WRITE-ONE-SOURCE.
            IF WS-SRC-ACTIVE(WS-CKP-IDX)
               INITIALIZE SRS-RECORD
               MOVE WS-RUN-DATE TO SRS-RUN-DATE
               MOVE WS-SRC-ID(WS-CKP-IDX) TO SRS-SOURCE-ID
               MOVE WS-SRC-READ(WS-CKP-IDX) TO SRS-READ
               MOVE WS-SRC-EXPECTED(WS-CKP-IDX) TO SRS-EXPECTED
               MOVE WS-SRC-EXCEPTION(WS-CKP-IDX) TO SRS-EXCEPTIONS
               MOVE WS-SRC-DQ-EXCEPTION(WS-CKP-IDX)
                   TO SRS-DQ-EXCEPTIONS
               MOVE WS-SRC-IDENT-UNKNOWN(WS-CKP-IDX)
                   TO SRS-IDENT-UNKNOWN
               MOVE WS-SRC-DUPLICATE(WS-CKP-IDX) TO SRS-DUPLICATES
               MOVE RETURN-CODE TO SRS-RETURN-CODE
               WRITE SRS-RECORD
            END-IF.
