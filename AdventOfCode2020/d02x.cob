       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-X.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - ONE-TIME CONVERSION OF THE
      *              RETAINED EXCEPTION DATA TO THE MASKED LAYOUTS
      *              (COPYBOOK D02LKEY). RUN BY D02XCNV ONCE PER
      *              DATASET: WHICHEVER OLD-LAYOUT INPUT DD THE STEP
      *              SUPPLIES IS COPIED TO ITS NEW-LAYOUT PARTNER WITH
      *              THE PASSWORD MASKED AND, WHERE THE NEW LAYOUT
      *              CARRIES ONE, THE LINE KEY COMPUTED FROM THE CLEAR
      *              LINE - THE SAME KEY THE MAIN RUN WOULD HAVE
      *              WRITTEN, SO CONVERTED AGING, FIXES AND ARCHIVE
      *              RECORDS STILL MATCH TONIGHT'S EXCEPTIONS.
      *                D2OLDEXC -> D2NEWEXC  EXCEPT/DQEXCPT 222 -> 287
      *                D2OLDAGE -> D2NEWAGE  AGING          231 -> 296
      *                D2OLDFIX -> D2NEWFIX  FIXES          416 -> 481
      *                D2OLDARC -> D2NEWARC  EXARCH         240 -> 305
      *                D2OLDRPT -> D2NEWRPT  RCYREPT/REPORT  80 ->  80
      *              A LINE WITH A KNOWN SOURCE ID IS MASKED AT THAT
      *              SOURCE'S CHAR/PASSWORD SEPARATOR; A FIXES LINE,
      *              A REPORT LINE OR AN UNKNOWN SOURCE AT THE
      *              EARLIEST SEPARATOR ANY CONFIGURED SOURCE WOULD
      *              FIND. RETURN-CODE 12 WHEN THE KEY CARD OR HASH
      *              SERVICE IS NOT USABLE (NOTHING IS CONVERTED), 16
      *              WHEN THE HASH FAILS PART WAY THROUGH.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS OPER-CONSOLE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLFILE ASSIGN TO D2CTLCRD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-FILE-STATUS.
           SELECT DELIMFILE ASSIGN TO D2DELIM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLM-FILE-STATUS.
           SELECT LKEYFILE ASSIGN TO D2LKEYCT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LKY-FILE-STATUS.
           SELECT OLDEXCFILE ASSIGN TO D2OLDEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OXC-FILE-STATUS.
           SELECT NEWEXCFILE ASSIGN TO D2NEWEXC
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLDAGEFILE ASSIGN TO D2OLDAGE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OAG-FILE-STATUS.
           SELECT NEWAGEFILE ASSIGN TO D2NEWAGE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLDFIXFILE ASSIGN TO D2OLDFIX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFX-FILE-STATUS.
           SELECT NEWFIXFILE ASSIGN TO D2NEWFIX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLDARCFILE ASSIGN TO D2OLDARC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OAR-FILE-STATUS.
           SELECT NEWARCFILE ASSIGN TO D2NEWARC
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLDRPTFILE ASSIGN TO D2OLDRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORP-FILE-STATUS.
           SELECT NEWRPTFILE ASSIGN TO D2NEWRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO D2XREPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE MAIN RUN'S CONTROL CARD - ONLY THE SOURCE IDS ARE
      *    USED, TO MAP AN EXCEPTION'S SOURCE-ID FIELD BACK TO ITS
      *    DELIMITER SET.
         FD CONTROLFILE.
         01 CTL-RECORD.
           05 CTL-RUN-MODE PIC X(01).
           05 CTL-EXPECTED-COUNT PIC 9(09).
           05 CTL-CHECKPOINT-INTERVAL PIC 9(09).
           05 CTL-SOURCE-ID PIC X(08).
           05 FILLER PIC X(53).

         FD DELIMFILE.
         01 DLM-RECORD.
           05 DLM-DELIM-1 PIC X(02).
           05 DLM-DELIM-1-LEN PIC 9(01).
           05 DLM-DELIM-2 PIC X(02).
           05 DLM-DELIM-2-LEN PIC 9(01).
           05 DLM-DELIM-3 PIC X(02).
           05 DLM-DELIM-3-LEN PIC 9(01).
           05 FILLER PIC X(71).

      *    THE SITE'S LINE-KEY MATERIAL - THE SAME CARD THE MAIN RUN
      *    READS. A DIFFERENT CARD HERE WOULD ORPHAN EVERY CONVERTED
      *    KEY.
         FD LKEYFILE.
         01 LKY-RECORD.
           05 LKY-KEY-MATERIAL PIC X(32).
           05 FILLER PIC X(48).

      *    OLD AND NEW D2.EXCEPT / D2.DQEXCPT.
         FD OLDEXCFILE.
         01 OXC-RECORD.
           05 OXC-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 OXC-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 OXC-ORIGINAL-LINE PIC X(208).

         FD NEWEXCFILE.
         01 NXC-RECORD.
           05 NXC-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 NXC-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 NXC-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 NXC-LINE-KEY PIC X(64).

      *    OLD AND NEW D2.AGING.
         FD OLDAGEFILE.
         01 OAG-RECORD.
           05 OAG-FIRST-SEEN PIC 9(08).
           05 FILLER PIC X(01).
           05 OAG-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 OAG-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 OAG-ORIGINAL-LINE PIC X(208).

         FD NEWAGEFILE.
         01 NAG-RECORD.
           05 NAG-FIRST-SEEN PIC 9(08).
           05 FILLER PIC X(01).
           05 NAG-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 NAG-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 NAG-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 NAG-LINE-KEY PIC X(64).

      *    OLD AND NEW D2.FIXES. THE CORRECTED LINE IS CARRIED AS
      *    TYPED - IT IS CONSUMED BY THE NEXT RECYCLE AND THE FILE IS
      *    CLEARED AFTER IT.
         FD OLDFIXFILE.
         01 OFX-RECORD.
           05 OFX-ORIGINAL-LINE PIC X(208).
           05 OFX-CORRECTED-LINE PIC X(208).

         FD NEWFIXFILE.
         01 NFX-RECORD.
           05 NFX-MASKED-LINE PIC X(208).
           05 NFX-CORRECTED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 NFX-LINE-KEY PIC X(64).

      *    OLD AND NEW D2.EXARCH GENERATIONS.
         FD OLDARCFILE.
         01 OAR-RECORD.
           05 OAR-RUN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 OAR-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 OAR-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 OAR-DISPOSITION PIC X(08).
           05 FILLER PIC X(01).
           05 OAR-ORIGINAL-LINE PIC X(208).

         FD NEWARCFILE.
         01 NAR-RECORD.
           05 NAR-RUN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 NAR-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 NAR-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 NAR-DISPOSITION PIC X(08).
           05 FILLER PIC X(01).
           05 NAR-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 NAR-LINE-KEY PIC X(64).

      *    RETAINED RECYCLE (D2.RCYREPT) AND MAIN-RUN (D2.REPORT)
      *    PRINT. ONLY THE AGING DETAIL ("AGE: ", LINE TEXT FROM
      *    COLUMN 26) AND THE DUPLICATE LIST ("DUPLICATE: ", FROM
      *    COLUMN 12) EVER CARRIED A FEED LINE; EVERY OTHER LINE IS
      *    COPIED AS IT STANDS.
         FD OLDRPTFILE.
         01 ORP-LINE PIC X(80).

         FD NEWRPTFILE.
         01 NRP-LINE PIC X(80).

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 CTL-FILE-STATUS PIC XX.
         01 DLM-FILE-STATUS PIC XX.
         01 LKY-FILE-STATUS PIC XX.
         01 OXC-FILE-STATUS PIC XX.
         01 OAG-FILE-STATUS PIC XX.
         01 OFX-FILE-STATUS PIC XX.
         01 OAR-FILE-STATUS PIC XX.
         01 ORP-FILE-STATUS PIC XX.
         COPY D02DELIM.
         COPY D02LKEY.

         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".

         01 WS-CONTROL-ERROR-SW PIC X(01) VALUE "N".
           88 WS-CONTROL-ERROR VALUE "Y".
         01 WS-CTL-ERR-MSG PIC X(40).

      *    SOURCE-SYSTEM CONFIGURATION, MIRRORING THE RECYCLE: THE
      *    SOURCE IDS FROM D2.CTLCRD AND ONE DELIMITER SET PER
      *    SOURCE FROM D2.DELIM.
         01 WS-SOURCE-MAX PIC 9(1) VALUE 3.
         01 WS-SRC-ID-TABLE.
           05 WS-SRC-ID PIC X(08) OCCURS 3 TIMES.
         01 WS-DLM-SET-TABLE.
           05 WS-DLM-SET OCCURS 3 TIMES.
             10 WS-DLM-SET-1 PIC X(02).
             10 WS-DLM-SET-1-LEN PIC 9(01).
             10 WS-DLM-SET-2 PIC X(02).
             10 WS-DLM-SET-2-LEN PIC 9(01).
             10 WS-DLM-SET-3 PIC X(02).
             10 WS-DLM-SET-3-LEN PIC 9(01).
         01 WS-DLM-REC-NUM PIC 9(1).
         01 WS-CTL-REC-NUM PIC 9(1).
         01 WS-SRC-IDX PIC 9(1).

      *    THE SOURCE OF THE LINE BEING CONVERTED (SPACES WHEN THE
      *    DATASET DOES NOT CARRY ONE) AND, FOR THE EARLIEST-
      *    SEPARATOR RULE, THE BEST HIT SO FAR.
         01 WS-CNV-SOURCE PIC X(08).
         01 WS-CNV-SRC-FOUND PIC 9(1).
         01 WS-BEST-SRC PIC 9(1).
         01 WS-BEST-HIT PIC 9(03) COMP.

      *    COUNTS FOR THE DATASET CONVERTED BY THIS STEP.
         01 WS-CNV-KIND PIC X(30) VALUE SPACES.
         01 WS-CNV-READ PIC 9(9) VALUE 0.
         01 WS-CNV-WRITTEN PIC 9(9) VALUE 0.
         01 WS-CNV-MASKED PIC 9(9) VALUE 0.

      *    STAGED REPORT LINE LAYOUTS, SAME PATTERN AS AOC-2020-02-1.
         01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-SUM-LABEL PIC X(30).
           05 WS-RPT-SUM-VALUE PIC ZZZ,ZZZ,ZZ9.
         01 WS-RPT-TEXT-LINE.
           05 WS-RPT-TEXT-LABEL PIC X(30).
           05 WS-RPT-TEXT-VALUE PIC X(40).

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            IF WS-CONTROL-ERROR
               MOVE "RUN ABORTED:" TO WS-RPT-TEXT-LABEL
               MOVE "NOTHING CONVERTED" TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               CLOSE REPORTFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM 300-CONVERT-EXCEPT THRU 300-CONVERT-EXCEPT-EXIT.
            PERFORM 400-CONVERT-AGING THRU 400-CONVERT-AGING-EXIT.
            PERFORM 500-CONVERT-FIXES THRU 500-CONVERT-FIXES-EXIT.
            PERFORM 600-CONVERT-ARCHIVE
                THRU 600-CONVERT-ARCHIVE-EXIT.
            PERFORM 700-CONVERT-REPORT THRU 700-CONVERT-REPORT-EXIT.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

       100-INITIALIZE.
            OPEN OUTPUT REPORTFILE.
            PERFORM 105-INIT-SOURCE-TABLE
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SOURCE-MAX.
            MOVE "PRIMARY" TO WS-SRC-ID(1).
            PERFORM 115-LOAD-SOURCE-IDS.
            PERFORM 120-LOAD-DELIMITERS.
            PERFORM 123-LOAD-LINE-KEY THRU 123-LOAD-LINE-KEY-EXIT.

      *    EVERY SOURCE STARTS FROM THE D02DELIM COPYBOOK DEFAULTS,
      *    EXACTLY AS IN THE MAIN PROGRAM.
       105-INIT-SOURCE-TABLE.
            MOVE SPACES TO WS-SRC-ID(WS-SRC-IDX).
            MOVE WS-DELIM-1 TO WS-DLM-SET-1(WS-SRC-IDX).
            MOVE WS-DELIM-1-LEN TO WS-DLM-SET-1-LEN(WS-SRC-IDX).
            MOVE WS-DELIM-2 TO WS-DLM-SET-2(WS-SRC-IDX).
            MOVE WS-DELIM-2-LEN TO WS-DLM-SET-2-LEN(WS-SRC-IDX).
            MOVE WS-DELIM-3 TO WS-DLM-SET-3(WS-SRC-IDX).
            MOVE WS-DELIM-3-LEN TO WS-DLM-SET-3-LEN(WS-SRC-IDX).

       115-LOAD-SOURCE-IDS.
      *    SAME OPTIONAL-CONTROL-CARD CONVENTION AS THE RECYCLE -
      *    ABSENT OR UNREADABLE MEANS THE PRIMARY SOURCE ONLY.
            OPEN INPUT CONTROLFILE.
            IF CTL-FILE-STATUS = "00"
               MOVE 0 TO WS-CTL-REC-NUM
               PERFORM 116-READ-ONE-CONTROL
                   UNTIL WS-CTL-REC-NUM >= WS-SOURCE-MAX
                   OR CTL-FILE-STATUS NOT = "00"
               CLOSE CONTROLFILE
            END-IF.

       116-READ-ONE-CONTROL.
            READ CONTROLFILE
                AT END MOVE "10" TO CTL-FILE-STATUS
                NOT AT END
                   ADD 1 TO WS-CTL-REC-NUM
                   IF CTL-SOURCE-ID NOT = SPACES
                      MOVE CTL-SOURCE-ID
                          TO WS-SRC-ID(WS-CTL-REC-NUM)
                   ELSE
                      IF WS-CTL-REC-NUM > 1
                         MOVE "SOURCE" TO WS-SRC-ID(WS-CTL-REC-NUM)
                         MOVE WS-CTL-REC-NUM
                             TO WS-SRC-ID(WS-CTL-REC-NUM)(7:1)
                      END-IF
                   END-IF
            END-READ.

       120-LOAD-DELIMITERS.
      *    THE DELIMITER FILE IS OPTIONAL - SOURCES WITHOUT A RECORD
      *    KEEP THE COPYBOOK DEFAULTS. RECORD N BELONGS TO SOURCE N,
      *    EXACTLY AS IN THE MAIN PROGRAM. ONLY THE CHAR/PASSWORD
      *    SEPARATOR MATTERS HERE; A LENGTH THE MAIN RUN WOULD REJECT
      *    LEAVES THE DEFAULT IN PLACE.
            OPEN INPUT DELIMFILE.
            IF DLM-FILE-STATUS = "00"
               MOVE 0 TO WS-DLM-REC-NUM
               PERFORM 121-READ-ONE-DELIMITER
                   UNTIL WS-DLM-REC-NUM >= WS-SOURCE-MAX
                   OR DLM-FILE-STATUS NOT = "00"
               CLOSE DELIMFILE
            END-IF.

       121-READ-ONE-DELIMITER.
            READ DELIMFILE
                AT END MOVE "10" TO DLM-FILE-STATUS
                NOT AT END
                   ADD 1 TO WS-DLM-REC-NUM
                   IF DLM-DELIM-3-LEN IS NUMERIC
                      AND (DLM-DELIM-3-LEN = 1 OR DLM-DELIM-3-LEN = 2)
                      MOVE DLM-DELIM-3
                          TO WS-DLM-SET-3(WS-DLM-REC-NUM)
                      MOVE DLM-DELIM-3-LEN
                          TO WS-DLM-SET-3-LEN(WS-DLM-REC-NUM)
                   END-IF
            END-READ.

      *****************************************************************
      *    NOTHING IS CONVERTED WITHOUT THE KEY CARD AND A WORKING
      *    HASH SERVICE - A DATASET CONVERTED WITH BLANK OR WRONG KEYS
      *    WOULD NEVER MATCH AGAIN. SAME PROBE AS THE MAIN RUN.
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

      *****************************************************************
      *    MASK WS-LKEY-CLEAR-LINE AT THE SEPARATOR OF THE SOURCE IN
      *    WS-CNV-SOURCE, COUNTING THE LINE IF IT CHANGED, AND - WHEN
      *    THE NEW LAYOUT CARRIES ONE - COMPUTE ITS LINE KEY.
      *****************************************************************
       230-MASK-AND-KEY.
            PERFORM 235-RESOLVE-SEPARATOR.
            PERFORM 240-MASK-LINE THRU 240-MASK-LINE-EXIT.
            IF WS-LKEY-MASKED-LINE NOT = WS-LKEY-CLEAR-LINE
               ADD 1 TO WS-CNV-MASKED
            END-IF.
            PERFORM 245-COMPUTE-LINE-KEY.
            IF WS-LKEY-FAILED
               PERFORM 870-LINE-KEY-FAILURE
            END-IF.

       231-MASK-ONLY.
            PERFORM 235-RESOLVE-SEPARATOR.
            PERFORM 240-MASK-LINE THRU 240-MASK-LINE-EXIT.
            IF WS-LKEY-MASKED-LINE NOT = WS-LKEY-CLEAR-LINE
               ADD 1 TO WS-CNV-MASKED
            END-IF.

      *    A KNOWN SOURCE ID TAKES ITS OWN SEPARATOR; ANYTHING ELSE
      *    TAKES THE EARLIEST SEPARATOR OF ANY CONFIGURED SOURCE, SO
      *    THE MASK NEVER STARTS LATER THAN THE MAIN RUN'S WOULD HAVE.
       235-RESOLVE-SEPARATOR.
            MOVE 0 TO WS-CNV-SRC-FOUND.
            IF WS-CNV-SOURCE NOT = SPACES
               PERFORM 236-MATCH-SOURCE-ID
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-MAX
                   OR WS-CNV-SRC-FOUND > 0
            END-IF.
            IF WS-CNV-SRC-FOUND > 0
               MOVE WS-DLM-SET-3(WS-CNV-SRC-FOUND) TO WS-LKEY-SEP
               MOVE WS-DLM-SET-3-LEN(WS-CNV-SRC-FOUND)
                   TO WS-LKEY-SEP-LEN
            ELSE
               PERFORM 237-PICK-EARLIEST-SEP
            END-IF.

       236-MATCH-SOURCE-ID.
            IF WS-SRC-ID(WS-SRC-IDX) = WS-CNV-SOURCE
               MOVE WS-SRC-IDX TO WS-CNV-SRC-FOUND
            END-IF.

       237-PICK-EARLIEST-SEP.
            MOVE 0 TO WS-BEST-SRC.
            MOVE 0 TO WS-BEST-HIT.
            PERFORM 238-TRY-ONE-SEPARATOR
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SOURCE-MAX.
            IF WS-BEST-SRC = 0
               MOVE 1 TO WS-BEST-SRC
            END-IF.
            MOVE WS-DLM-SET-3(WS-BEST-SRC) TO WS-LKEY-SEP.
            MOVE WS-DLM-SET-3-LEN(WS-BEST-SRC) TO WS-LKEY-SEP-LEN.

       238-TRY-ONE-SEPARATOR.
            MOVE WS-DLM-SET-3(WS-SRC-IDX) TO WS-LKEY-SEP.
            MOVE WS-DLM-SET-3-LEN(WS-SRC-IDX) TO WS-LKEY-SEP-LEN.
            MOVE 0 TO WS-LKEY-HIT.
            PERFORM 242-FIND-SEPARATOR
                VARYING WS-LKEY-POS FROM 9 BY 1
                UNTIL WS-LKEY-POS + WS-LKEY-SEP-LEN > 209
                OR WS-LKEY-HIT > 0.
            IF WS-LKEY-HIT > 0
               IF WS-BEST-SRC = 0 OR WS-LKEY-HIT < WS-BEST-HIT
                  MOVE WS-SRC-IDX TO WS-BEST-SRC
                  MOVE WS-LKEY-HIT TO WS-BEST-HIT
               END-IF
            END-IF.

      *****************************************************************
      *    MASK EVERYTHING AFTER THE FIRST CHAR/PASSWORD SEPARATOR AT
      *    OR AFTER COLUMN 9 WITH A FIXED EIGHT ASTERISKS - THE SAME
      *    MASK THE MAIN RUN NOW APPLIES. A LINE WITHOUT ONE IS MASKED
      *    FROM COLUMN 9.
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
      *    LINE, BY THE ICSF ONE-WAY HASH SERVICE, AS 64 HEX DIGITS -
      *    BYTE FOR BYTE WHAT THE MAIN RUN COMPUTES.
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

      *****************************************************************
      *    D2.EXCEPT OR D2.DQEXCPT - THE STEP SUPPLIES ONE OR THE
      *    OTHER ON D2OLDEXC. NO D2OLDEXC, NOTHING TO DO.
      *****************************************************************
       300-CONVERT-EXCEPT.
            OPEN INPUT OLDEXCFILE.
            IF OXC-FILE-STATUS NOT = "00"
               GO TO 300-CONVERT-EXCEPT-EXIT
            END-IF.
            OPEN OUTPUT NEWEXCFILE.
            MOVE "EXCEPTION RECORDS" TO WS-CNV-KIND.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 310-CONVERT-ONE-EXCEPT UNTIL WS-AT-EOF.
            CLOSE OLDEXCFILE.
            CLOSE NEWEXCFILE.
       300-CONVERT-EXCEPT-EXIT.
            EXIT.

       310-CONVERT-ONE-EXCEPT.
            READ OLDEXCFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE OXC-SOURCE-ID TO WS-CNV-SOURCE
                   MOVE OXC-ORIGINAL-LINE TO WS-LKEY-CLEAR-LINE
                   PERFORM 230-MASK-AND-KEY
                   MOVE SPACES TO NXC-RECORD
                   MOVE OXC-REASON-CODE TO NXC-REASON-CODE
                   MOVE OXC-SOURCE-ID TO NXC-SOURCE-ID
                   MOVE WS-LKEY-MASKED-LINE TO NXC-MASKED-LINE
                   MOVE WS-LKEY-LINE-KEY TO NXC-LINE-KEY
                   WRITE NXC-RECORD
                   ADD 1 TO WS-CNV-WRITTEN
            END-READ.

       400-CONVERT-AGING.
            OPEN INPUT OLDAGEFILE.
            IF OAG-FILE-STATUS NOT = "00"
               GO TO 400-CONVERT-AGING-EXIT
            END-IF.
            OPEN OUTPUT NEWAGEFILE.
            MOVE "AGING RECORDS" TO WS-CNV-KIND.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 410-CONVERT-ONE-AGING UNTIL WS-AT-EOF.
            CLOSE OLDAGEFILE.
            CLOSE NEWAGEFILE.
       400-CONVERT-AGING-EXIT.
            EXIT.

       410-CONVERT-ONE-AGING.
            READ OLDAGEFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE OAG-SOURCE-ID TO WS-CNV-SOURCE
                   MOVE OAG-ORIGINAL-LINE TO WS-LKEY-CLEAR-LINE
                   PERFORM 230-MASK-AND-KEY
                   MOVE SPACES TO NAG-RECORD
                   MOVE OAG-FIRST-SEEN TO NAG-FIRST-SEEN
                   MOVE OAG-SOURCE-ID TO NAG-SOURCE-ID
                   MOVE OAG-REASON-CODE TO NAG-REASON-CODE
                   MOVE WS-LKEY-MASKED-LINE TO NAG-MASKED-LINE
                   MOVE WS-LKEY-LINE-KEY TO NAG-LINE-KEY
                   WRITE NAG-RECORD
                   ADD 1 TO WS-CNV-WRITTEN
            END-READ.

      *    A FIX CARRIES NO SOURCE ID. ITS KEY COMES FROM THE CLEAR
      *    ORIGINAL LINE, SO IT STILL MATCHES THE EXCEPTION IT WAS
      *    KEYED AGAINST; ITS CORRECTED LINE IS LEFT AS TYPED.
       500-CONVERT-FIXES.
            OPEN INPUT OLDFIXFILE.
            IF OFX-FILE-STATUS NOT = "00"
               GO TO 500-CONVERT-FIXES-EXIT
            END-IF.
            OPEN OUTPUT NEWFIXFILE.
            MOVE "FIX RECORDS" TO WS-CNV-KIND.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 510-CONVERT-ONE-FIX UNTIL WS-AT-EOF.
            CLOSE OLDFIXFILE.
            CLOSE NEWFIXFILE.
       500-CONVERT-FIXES-EXIT.
            EXIT.

       510-CONVERT-ONE-FIX.
            READ OLDFIXFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO WS-CNV-SOURCE
                   MOVE OFX-ORIGINAL-LINE TO WS-LKEY-CLEAR-LINE
                   PERFORM 230-MASK-AND-KEY
                   MOVE SPACES TO NFX-RECORD
                   MOVE WS-LKEY-MASKED-LINE TO NFX-MASKED-LINE
                   MOVE OFX-CORRECTED-LINE TO NFX-CORRECTED-LINE
                   MOVE WS-LKEY-LINE-KEY TO NFX-LINE-KEY
                   WRITE NFX-RECORD
                   ADD 1 TO WS-CNV-WRITTEN
            END-READ.

      *    THE STEP CONCATENATES EVERY RETAINED GENERATION ON
      *    D2OLDARC, SO ONE PASS CONVERTS THE WHOLE ARCHIVE.
       600-CONVERT-ARCHIVE.
            OPEN INPUT OLDARCFILE.
            IF OAR-FILE-STATUS NOT = "00"
               GO TO 600-CONVERT-ARCHIVE-EXIT
            END-IF.
            OPEN OUTPUT NEWARCFILE.
            MOVE "ARCHIVE RECORDS" TO WS-CNV-KIND.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 610-CONVERT-ONE-ARCHIVE UNTIL WS-AT-EOF.
            CLOSE OLDARCFILE.
            CLOSE NEWARCFILE.
       600-CONVERT-ARCHIVE-EXIT.
            EXIT.

       610-CONVERT-ONE-ARCHIVE.
            READ OLDARCFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE OAR-SOURCE-ID TO WS-CNV-SOURCE
                   MOVE OAR-ORIGINAL-LINE TO WS-LKEY-CLEAR-LINE
                   PERFORM 230-MASK-AND-KEY
                   MOVE SPACES TO NAR-RECORD
                   MOVE OAR-RUN-DATE TO NAR-RUN-DATE
                   MOVE OAR-SOURCE-ID TO NAR-SOURCE-ID
                   MOVE OAR-REASON-CODE TO NAR-REASON-CODE
                   MOVE OAR-DISPOSITION TO NAR-DISPOSITION
                   MOVE WS-LKEY-MASKED-LINE TO NAR-MASKED-LINE
                   MOVE WS-LKEY-LINE-KEY TO NAR-LINE-KEY
                   WRITE NAR-RECORD
                   ADD 1 TO WS-CNV-WRITTEN
            END-READ.

      *    RETAINED PRINT. THE LINE TEXT ON A REPORT IS ALREADY
      *    TRUNCATED, SO IT IS MASKED BUT NOT KEYED.
       700-CONVERT-REPORT.
            OPEN INPUT OLDRPTFILE.
            IF ORP-FILE-STATUS NOT = "00"
               GO TO 700-CONVERT-REPORT-EXIT
            END-IF.
            OPEN OUTPUT NEWRPTFILE.
            MOVE "REPORT LINES" TO WS-CNV-KIND.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 710-CONVERT-ONE-REPORT-LINE UNTIL WS-AT-EOF.
            CLOSE OLDRPTFILE.
            CLOSE NEWRPTFILE.
       700-CONVERT-REPORT-EXIT.
            EXIT.

       710-CONVERT-ONE-REPORT-LINE.
            READ OLDRPTFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE ORP-LINE TO NRP-LINE
                   MOVE SPACES TO WS-CNV-SOURCE
                   IF ORP-LINE(1:5) = "AGE: "
                      MOVE SPACES TO WS-LKEY-CLEAR-LINE
                      MOVE ORP-LINE(26:55)
                          TO WS-LKEY-CLEAR-LINE(1:55)
                      PERFORM 231-MASK-ONLY
                      MOVE WS-LKEY-MASKED-LINE(1:55)
                          TO NRP-LINE(26:55)
                   END-IF
                   IF ORP-LINE(1:11) = "DUPLICATE: "
                      MOVE SPACES TO WS-LKEY-CLEAR-LINE
                      MOVE ORP-LINE(12:60)
                          TO WS-LKEY-CLEAR-LINE(1:60)
                      PERFORM 231-MASK-ONLY
                      MOVE WS-LKEY-MASKED-LINE(1:60)
                          TO NRP-LINE(12:60)
                   END-IF
                   WRITE NRP-LINE
                   ADD 1 TO WS-CNV-WRITTEN
            END-READ.

       800-WRITE-REPORT.
            MOVE "DATASET CONVERTED:" TO WS-RPT-TEXT-LABEL.
            IF WS-CNV-KIND = SPACES
               MOVE "NONE - NO OLD-LAYOUT INPUT SUPPLIED"
                   TO WS-RPT-TEXT-VALUE
            ELSE
               MOVE WS-CNV-KIND TO WS-RPT-TEXT-VALUE
            END-IF.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CNV-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "RECORDS WRITTEN:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CNV-WRITTEN TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "LINES MASKED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CNV-MASKED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.

       820-PUT-SUMMARY-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       830-PUT-TEXT-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-TEXT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       860-WRITE-CONTROL-ERROR.
            MOVE "Y" TO WS-CONTROL-ERROR-SW.
            MOVE "CONTROL ERROR:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-CTL-ERR-MSG TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.

      *****************************************************************
      *    THE HASH SERVICE PASSED ITS STARTUP PROBE AND THEN FAILED.
      *    THE PARTLY WRITTEN OUTPUT IS NOT TO BE USED; D02XCNV'S
      *    CLEANUP STEPS ARE BYPASSED ON THE NONZERO RETURN CODE AND
      *    ITS FIRST STEP DELETES THE OUTPUT WHEN THE JOB IS RERUN.
      *****************************************************************
       870-LINE-KEY-FAILURE.
            MOVE WS-OWH-RETURN-CODE TO WS-LKEY-RC-DISPLAY.
            DISPLAY "AOC2002X LINE-KEY HASH FAILED RC "
                WS-LKEY-RC-DISPLAY UPON OPER-CONSOLE.
            MOVE "LINE-KEY FAILURE:" TO WS-RPT-TEXT-LABEL.
            MOVE "CONVERSION ENDED - OUTPUT NOT USABLE"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            CLOSE REPORTFILE.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

       900-TERMINATE.
            CLOSE REPORTFILE.
            MOVE 0 TO RETURN-CODE.
