       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-W.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - WHAT-IF IMPACT RUN FOR A
      *              PROPOSED D2.RULES CHANGE. WHEN SECURITY HANDS
      *              DOWN NEXT YEAR'S STANDARD THE NEW MINL/FCHR/RQXX
      *              LINES GO INTO D2.RULES WITH A FUTURE EFFECTIVE
      *              DATE, AND UNTIL NOW NOBODY LEARNED HOW MANY
      *              ACCOUNTS THEY BREAK UNTIL THE MORNING THEY TOOK
      *              EFFECT. THIS PROGRAM READS THE RETAINED PRIOR
      *              PRIMARY FEED AND THE OTHER SOURCES' FEEDS,
      *              EVALUATES EVERY RECORD UNDER THE LIVE RULE SET
      *              AND A CANDIDATE RULE SET WITH THE SAME LOGIC AS
      *              320-CHECK-POLICY-RULES / 330-EVALUATE-ONE-RULE
      *              IN AOC-2020-02-1, AND REPORTS PER SOURCE AND PER
      *              RULE HOW MANY ACCOUNTS PASS TODAY AND HOW MANY
      *              WOULD NEWLY FAIL UNDER THE CANDIDATE SET. IT IS
      *              A READ-ONLY SIMULATION - NO MASTER, NO STATS, NO
      *              EXCEPTION FILES, NO OPS RECORD - SO IT CAN RUN
      *              ANY TIME WITHOUT DISTURBING THE OVERNIGHT CYCLE.
      *  10/15  RF   FEED HEADER AND TRAILER RECORDS (COPYBOOK
      *              D02FCTL) ARE SKIPPED, NOT COUNTED AS ACCOUNTS.
      *  10/15  RF   THE BUILT-IN COUNT/POSITION RULE FOR THE RUN MODE
      *              NOW FEEDS BOTH VERDICTS, AS IT FEEDS THE MASTER'S
      *              OVERALL RESULT IN THE MAIN RUN - AN ACCOUNT THAT
      *              FAILS IT WAS COUNTED AS PASSING TODAY AND COULD
      *              BE REPORTED AS NEWLY BROKEN BY A CANDIDATE RULE.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO D2INPUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INP-FILE-STATUS.
           SELECT INPUTFILE2 ASSIGN TO D2INPUT2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INP2-FILE-STATUS.
           SELECT INPUTFILE3 ASSIGN TO D2INPUT3
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INP3-FILE-STATUS.
           SELECT CONTROLFILE ASSIGN TO D2CTLCRD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-FILE-STATUS.
           SELECT DELIMFILE ASSIGN TO D2DELIM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLM-FILE-STATUS.
           SELECT RULESFILE ASSIGN TO D2RULES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUL-FILE-STATUS.
           SELECT CANDRULESFILE ASSIGN TO D2RULESC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRL-FILE-STATUS.
           SELECT WIFCTLFILE ASSIGN TO D2WIFCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WIF-FILE-STATUS.
           SELECT REPORTFILE ASSIGN TO D2WREPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD INPUTFILE
         RECORD IS VARYING IN SIZE FROM 8 TO 208
         DEPENDING ON REC-LEN.
         COPY D02REC.

         FD INPUTFILE2
         RECORD IS VARYING IN SIZE FROM 8 TO 208
         DEPENDING ON REC-LEN2.
         COPY D02REC REPLACING ==INPUTRECORD== BY ==INPUTRECORD2==.

         FD INPUTFILE3
         RECORD IS VARYING IN SIZE FROM 8 TO 208
         DEPENDING ON REC-LEN3.
         COPY D02REC REPLACING ==INPUTRECORD== BY ==INPUTRECORD3==.

      *    THE MAIN RUN'S CONTROL CARD. RECORD 1 GIVES THE RUN MODE
      *    (A MIN/MAX DATA-QUALITY RECORD NEVER REACHES THE POLICY
      *    RULES IN COUNT MODE, SO IT MUST NOT REACH THEM HERE
      *    EITHER) AND SOURCE 1'S ID; RECORDS 2 AND 3 ACTIVATE THE
      *    OTHER FEEDS WITH THEIR IDS, EXACTLY AS IN THE MAIN RUN.
         FD CONTROLFILE.
         01 CTL-RECORD.
           05 CTL-RUN-MODE PIC X(01).
           05 CTL-EXPECTED-COUNT PIC 9(09).
           05 CTL-CHECKPOINT-INTERVAL PIC 9(09).
           05 CTL-SOURCE-ID PIC X(08).
           05 CTL-DUP-EXCLUDE PIC X(01).
           05 CTL-PROGRESS-INTERVAL PIC 9(09).
           05 FILLER PIC X(43).

         FD DELIMFILE.
         01 DLM-RECORD.
           05 DLM-DELIM-1 PIC X(02).
           05 DLM-DELIM-1-LEN PIC 9(01).
           05 DLM-DELIM-2 PIC X(02).
           05 DLM-DELIM-2-LEN PIC 9(01).
           05 DLM-DELIM-3 PIC X(02).
           05 DLM-DELIM-3-LEN PIC 9(01).
           05 FILLER PIC X(71).

      *    THE LIVE D2.RULES AND THE CANDIDATE RULES DATASET SHARE
      *    ONE LAYOUT (SEE D02RULE.CPY). EACH RECORD IS STAGED INTO
      *    RUL-CARD IN WORKING STORAGE ON READ, SO ONE LOAD
      *    PARAGRAPH SERVES BOTH FILES.
         FD RULESFILE.
         01 RUL-FILE-RECORD PIC X(80).

         FD CANDRULESFILE.
         01 CRL-FILE-RECORD PIC X(80).

      *    WHAT-IF CONTROL CARD - THE DATE THE CANDIDATE SET IS
      *    EVALUATED AS OF, IN COLUMNS 1-8 (YYYYMMDD). A CANDIDATE
      *    RULE LOADS ONLY IF ITS EFFECTIVE DATE IS ON OR BEFORE
      *    IT, THE SAME TEST THE MAIN RUN APPLIES TO THE RUN DATE.
      *    ABSENT OR BLANK MEANS EVERY ACTIVE CANDIDATE RULE LOADS,
      *    WHATEVER ITS EFFECTIVE DATE - THE STANDARD AS IT WILL
      *    STAND ONCE THE LAST OF ITS RULES HAS TAKEN EFFECT.
         FD WIFCTLFILE.
         01 WIF-RECORD.
           05 WIF-CAND-AS-OF-DATE PIC 9(08).
           05 WIF-CAND-AS-OF-DATE-X
               REDEFINES WIF-CAND-AS-OF-DATE PIC X(08).
           05 FILLER PIC X(72).

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 REC-LEN PIC 9(3) COMP.
         01 REC-LEN2 PIC 9(3) COMP.
         01 REC-LEN3 PIC 9(3) COMP.
         01 INP-FILE-STATUS PIC XX.
           88 INP-RECORD-TRUNCATED VALUE "06".
         01 INP2-FILE-STATUS PIC XX.
         01 INP3-FILE-STATUS PIC XX.
         01 CTL-FILE-STATUS PIC XX.
         01 DLM-FILE-STATUS PIC XX.
         01 RUL-FILE-STATUS PIC XX.
         01 CRL-FILE-STATUS PIC XX.
         01 WIF-FILE-STATUS PIC XX.
         COPY D02FCTL.
         COPY D02FIELD.
         COPY D02DELIM.

         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-RUN-DATE PIC 9(08).
         01 WS-AS-OF-INT PIC 9(09) COMP.
         01 WS-SAVE-LINE PIC X(208).

      *    THE RULE CARD CURRENTLY BEING LOADED, FROM WHICHEVER
      *    RULES FILE - SAME LAYOUT AS THE MAIN RUN'S RUL-RECORD.
         01 RUL-CARD.
           05 RUL-RULE-TYPE PIC X(04).
           05 FILLER PIC X(01).
           05 RUL-ACTIVE-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 RUL-EFFECTIVE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RUL-PARAMETER PIC X(20).
           05 FILLER PIC X(44).

         01 WS-RUN-MODE PIC X(01) VALUE "C".
           88 WS-MODE-COUNT VALUE "C".
           88 WS-MODE-POSITION VALUE "P".
           88 WS-MODE-BOTH VALUE "B".

      *    SOURCE CONFIGURATION AND THE PER-SOURCE SIMULATION
      *    TOTALS. SLOT N OF EACH SOURCE'S RULE TABLE BELONGS TO
      *    ENTRY N OF THE SHARED RULE TABLE BELOW.
         01 WS-CUR-SOURCE PIC 9(1) VALUE 1.
         01 WS-SOURCE-MAX PIC 9(1) VALUE 3.
         01 WS-CTL-REC-NUM PIC 9(1).
         01 WS-DLM-REC-NUM PIC 9(1).
         01 WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 3 TIMES.
             10 WS-SRC-ACTIVE-SW PIC X(01).
               88 WS-SRC-ACTIVE VALUE "Y".
             10 WS-SRC-ID PIC X(08).
             10 WS-SRC-READ PIC 9(9).
             10 WS-SRC-NOT-EVALUATED PIC 9(9).
             10 WS-SRC-LIVE-PASS PIC 9(9).
             10 WS-SRC-LIVE-FAIL PIC 9(9).
             10 WS-SRC-CAND-PASS PIC 9(9).
             10 WS-SRC-NEWLY-FAIL PIC 9(9).
             10 WS-SRC-RULE-ENTRY OCCURS 20 TIMES.
               15 WS-SRC-RULE-PASS PIC 9(9).
               15 WS-SRC-RULE-FAIL PIC 9(9).
               15 WS-SRC-RULE-NEWLY-FAIL PIC 9(9).
         01 WS-DLM-SET-TABLE.
           05 WS-DLM-SET OCCURS 3 TIMES.
             10 WS-DLM-SET-1 PIC X(02).
             10 WS-DLM-SET-1-LEN PIC 9(01).
             10 WS-DLM-SET-2 PIC X(02).
             10 WS-DLM-SET-2-LEN PIC 9(01).
             10 WS-DLM-SET-3 PIC X(02).
             10 WS-DLM-SET-3-LEN PIC 9(01).

      *    BOTH RULE SETS SHARE THE ONE D02RULE TABLE - THE LIVE SET
      *    LOADS FIRST, THE CANDIDATE SET INTO THE SLOTS AFTER IT -
      *    SO 330-EVALUATE-ONE-RULE RUNS UNCHANGED OVER EITHER. THE
      *    COMPANION TABLE SAYS WHICH SET EACH ENTRY BELONGS TO AND
      *    HOLDS ITS OUTCOME FOR THE CURRENT RECORD.
         COPY D02RULE.
         01 WS-RULE-IDX PIC 9(2).
         01 WS-RULE-EOF-SW PIC X(01).
           88 WS-RULES-AT-EOF VALUE "Y".
         01 WS-RULE-TALLY PIC 9(3).
         01 WS-RULE-PARM-IDX PIC 9(2).
         01 WS-RULE-PARM-EDIT PIC X(04).
         01 WS-RULE-ANY-FAIL-SW PIC X(01) VALUE "N".
           88 WS-RULE-ANY-FAILED VALUE "Y".
         01 WS-WIF-RULE-TABLE.
           05 WS-WIF-RULE-ENTRY OCCURS 20 TIMES.
             10 WS-WIF-RULE-SET PIC X(01).
               88 WS-WIF-RULE-LIVE VALUE "L".
               88 WS-WIF-RULE-CAND VALUE "C".
             10 WS-WIF-RULE-RESULT PIC X(01).
               88 WS-WIF-RULE-FAILED VALUE "F".
             10 WS-WIF-RULE-NEWLY-FAIL PIC 9(9).

      *    THE SET BEING LOADED, THE DATE IT LOADS AS OF, AND WHAT
      *    EACH LOAD TOOK OR SKIPPED. THE TABLE IS SHARED, SO A
      *    CANDIDATE RULE CAN BE SKIPPED FOR ROOM ALONE - THAT IS
      *    CALLED OUT ON ITS OWN, SINCE IT MEANS THE SIMULATION IS
      *    NOT THE WHOLE CANDIDATE STANDARD.
         01 WS-LOAD-SET PIC X(01).
         01 WS-LOAD-AS-OF-DATE PIC 9(08).
         01 WS-CAND-AS-OF-DATE PIC 9(08) VALUE 99999999.
         01 WS-CAND-AS-OF-SW PIC X(01) VALUE "N".
           88 WS-CAND-AS-OF-GIVEN VALUE "Y".
         01 WS-LOAD-SKIPPED PIC 9(2) VALUE 0.
         01 WS-LIVE-RULE-COUNT PIC 9(2) VALUE 0.
         01 WS-LIVE-RULE-SKIPPED PIC 9(2) VALUE 0.
         01 WS-CAND-RULE-COUNT PIC 9(2) VALUE 0.
         01 WS-CAND-RULE-SKIPPED PIC 9(2) VALUE 0.
         01 WS-CAND-ROOM-SW PIC X(01) VALUE "N".
           88 WS-CAND-ROOM-SHORT VALUE "Y".
         01 WS-CAND-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-CAND-AVAILABLE VALUE "Y".

      *    PER-RECORD OUTCOME OF EACH SET. THE BUILT-IN RULE IS NOT
      *    IN D2.RULES, SO IT IS THE SAME UNDER BOTH SETS AND SEEDS
      *    BOTH VERDICTS BEFORE THE RULE TABLE IS CONSULTED.
         01 WS-CHAR-COUNT PIC 9(3).
         01 WS-BUILTIN-FAIL-SW PIC X(01).
           88 WS-BUILTIN-FAILED VALUE "Y".
         01 WS-POSITION-HIT-SW PIC X(01).
           88 WS-POSITION-HIT VALUE "Y".
         01 WS-LIVE-FAIL-SW PIC X(01).
           88 WS-LIVE-FAILED VALUE "Y".
         01 WS-CAND-FAIL-SW PIC X(01).
           88 WS-CAND-FAILED VALUE "Y".

      *    SAME PARSE SCAFFOLDING AS 200-PARSE-RECORD IN
      *    AOC-2020-02-1, SO A RECORD IS EVALUATED HERE EXACTLY WHEN
      *    THE MAIN RUN WOULD EVALUATE IT.
         01 WS-UNSTRING-TALLY PIC 9(3) COMP.
         01 WS-DELIM-HIT-1 PIC X(02).
         01 WS-DELIM-HIT-2 PIC X(02).
         01 WS-DELIM-HIT-3 PIC X(02).
         01 WS-UNSTRING-LEN-1 PIC 9(3) COMP.
         01 WS-UNSTRING-LEN-2 PIC 9(3) COMP.
         01 WS-UNSTRING-LEN-3 PIC 9(3) COMP.
         01 WS-UNSTRING-LEN-4 PIC 9(3) COMP.
         01 WS-POLICY-LEN PIC 9(3) COMP.
         01 WS-RECORD-VALID PIC X(01) VALUE "Y".
           88 WS-VALID-RECORD VALUE "Y".

      *    CHARACTER-CLASS SCAN RESULTS - SAME CONTENT-BASED CLASS
      *    STRINGS AS THE MAIN RUN.
         01 WS-CLASS-DIGITS PIC X(10) VALUE "0123456789".
         01 WS-CLASS-UPPER PIC X(26) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         01 WS-CLASS-LOWER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
         01 WS-SCAN-CHAR PIC X(01).
         01 WS-SCAN-POS PIC 9(3) COMP.
         01 WS-HAS-DIGIT-SW PIC X(01).
           88 WS-HAS-DIGIT VALUE "Y".
         01 WS-HAS-UPPER-SW PIC X(01).
           88 WS-HAS-UPPER VALUE "Y".
         01 WS-HAS-LOWER-SW PIC X(01).
           88 WS-HAS-LOWER VALUE "Y".

      *    RUN TOTALS ACROSS ALL SOURCES.
         01 WS-TOTAL-READ PIC 9(9) VALUE 0.
         01 WS-TOTAL-NOT-EVALUATED PIC 9(9) VALUE 0.
         01 WS-TOTAL-LIVE-PASS PIC 9(9) VALUE 0.
         01 WS-TOTAL-LIVE-FAIL PIC 9(9) VALUE 0.
         01 WS-TOTAL-CAND-PASS PIC 9(9) VALUE 0.
         01 WS-TOTAL-NEWLY-FAIL PIC 9(9) VALUE 0.

      *    STAGED REPORT LINE LAYOUTS, SAME PATTERN AS AOC-2020-02-1.
         01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-SUM-LABEL PIC X(30).
           05 WS-RPT-SUM-VALUE PIC ZZZ,ZZZ,ZZ9.
         01 WS-RPT-TEXT-LINE.
           05 WS-RPT-TEXT-LABEL PIC X(30).
           05 WS-RPT-TEXT-VALUE PIC X(40).
         01 WS-RPT-RULE-LINE.
           05 WS-RPT-RULE-SET PIC X(06).
           05 WS-RPT-RULE-TYPE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RPT-RULE-PARM PIC X(08).
           05 WS-RPT-RULE-LABEL-1 PIC X(08).
           05 WS-RPT-RULE-PASS PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-RULE-LABEL-2 PIC X(12).
           05 WS-RPT-RULE-FAIL PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
      *    WITHOUT A CANDIDATE SET THERE IS NOTHING TO SIMULATE -
      *    A REPORT OF ZERO NEW FAILURES WOULD READ AS GOOD NEWS.
            IF NOT WS-CAND-AVAILABLE
               MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL
               MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               MOVE "STARTUP VALIDATION:" TO WS-RPT-TEXT-LABEL
               MOVE "NO CANDIDATE RULES LOADED - NOTHING RUN"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               CLOSE REPORTFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM 200-SIMULATE-ONE-SOURCE
                THRU 200-SIMULATE-ONE-SOURCE-EXIT
                VARYING WS-CUR-SOURCE FROM 1 BY 1
                UNTIL WS-CUR-SOURCE > WS-SOURCE-MAX.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

      *****************************************************************
      *    ONE FEED, START TO FINISH, UNDER ITS OWN DELIMITER SET.
      *    EACH READ PARAGRAPH NORMALIZES ITS RECORD INTO THE SHARED
      *    WS-SAVE-LINE/REC-LEN/INP-FILE-STATUS FIELDS, THE SAME
      *    CONVENTION AS THE STAGING PASS, SO ONE 300-SIMULATE-
      *    RECORD SERVES ALL THREE.
      *****************************************************************
       200-SIMULATE-ONE-SOURCE.
            IF NOT WS-SRC-ACTIVE(WS-CUR-SOURCE)
               GO TO 200-SIMULATE-ONE-SOURCE-EXIT
            END-IF.
            PERFORM 210-TAKE-SOURCE-DELIMITERS.
            MOVE 0 TO FILE-STATUS.
            EVALUATE WS-CUR-SOURCE
                WHEN 1
                   OPEN INPUT INPUTFILE
                   IF INP-FILE-STATUS NOT = "00"
                      GO TO 200-SIMULATE-ONE-SOURCE-EXIT
                   END-IF
                   PERFORM 220-READ-SOURCE-1
                       UNTIL FILE-STATUS = 1
                   CLOSE INPUTFILE
                WHEN 2
                   OPEN INPUT INPUTFILE2
                   IF INP2-FILE-STATUS NOT = "00"
                      GO TO 200-SIMULATE-ONE-SOURCE-EXIT
                   END-IF
                   PERFORM 221-READ-SOURCE-2
                       UNTIL FILE-STATUS = 1
                   CLOSE INPUTFILE2
                WHEN 3
                   OPEN INPUT INPUTFILE3
                   IF INP3-FILE-STATUS NOT = "00"
                      GO TO 200-SIMULATE-ONE-SOURCE-EXIT
                   END-IF
                   PERFORM 222-READ-SOURCE-3
                       UNTIL FILE-STATUS = 1
                   CLOSE INPUTFILE3
            END-EVALUATE.
       200-SIMULATE-ONE-SOURCE-EXIT.
            EXIT.

       210-TAKE-SOURCE-DELIMITERS.
            MOVE WS-DLM-SET-1(WS-CUR-SOURCE) TO WS-DELIM-1.
            MOVE WS-DLM-SET-1-LEN(WS-CUR-SOURCE) TO WS-DELIM-1-LEN.
            MOVE WS-DLM-SET-2(WS-CUR-SOURCE) TO WS-DELIM-2.
            MOVE WS-DLM-SET-2-LEN(WS-CUR-SOURCE) TO WS-DELIM-2-LEN.
            MOVE WS-DLM-SET-3(WS-CUR-SOURCE) TO WS-DELIM-3.
            MOVE WS-DLM-SET-3-LEN(WS-CUR-SOURCE) TO WS-DELIM-3-LEN.

       220-READ-SOURCE-1.
            READ INPUTFILE
                AT END MOVE 1 TO FILE-STATUS
                NOT AT END
                   MOVE INPUTRECORD TO WS-SAVE-LINE
                   PERFORM 300-SIMULATE-RECORD
                       THRU 300-SIMULATE-RECORD-EXIT
            END-READ.

       221-READ-SOURCE-2.
            READ INPUTFILE2
                AT END MOVE 1 TO FILE-STATUS
                NOT AT END
                   MOVE INPUTRECORD2 TO WS-SAVE-LINE
                   MOVE REC-LEN2 TO REC-LEN
                   MOVE INP2-FILE-STATUS TO INP-FILE-STATUS
                   PERFORM 300-SIMULATE-RECORD
                       THRU 300-SIMULATE-RECORD-EXIT
            END-READ.

       222-READ-SOURCE-3.
            READ INPUTFILE3
                AT END MOVE 1 TO FILE-STATUS
                NOT AT END
                   MOVE INPUTRECORD3 TO WS-SAVE-LINE
                   MOVE REC-LEN3 TO REC-LEN
                   MOVE INP3-FILE-STATUS TO INP-FILE-STATUS
                   PERFORM 300-SIMULATE-RECORD
                       THRU 300-SIMULATE-RECORD-EXIT
            END-READ.

      *****************************************************************
      *    ONE FEED RECORD UNDER BOTH RULE SETS. A RECORD THE MAIN
      *    RUN WOULD HAVE ROUTED TO AN EXCEPTION FILE (TRUNCATED,
      *    NO ACCOUNT ID, BAD SHAPE, OR A COUNT-MODE MIN/MAX
      *    DATA-QUALITY FAULT) NEVER REACHES ITS POLICY RULES, SO
      *    IT IS COUNTED AS NOT EVALUATED AND GOES NO FURTHER. THE
      *    IDENTITY CROSS-CHECK IS NOT REPEATED - IT DEPENDS ON THE
      *    NIGHT'S IDENTITY EXTRACT, NOT ON THE RULES.
      *****************************************************************
       300-SIMULATE-RECORD.
      *    THE SECONDARY FEEDS ARRIVE WITH THEIR HEADER AND TRAILER
      *    STILL ON - NEITHER IS AN ACCOUNT. THE RETAINED PRIOR FEED
      *    HAS HAD THEM STRIPPED BY THE STAGING PASS ALREADY.
            MOVE WS-SAVE-LINE TO FHD-RECORD.
            IF FHD-IS-HEADER OR FHD-IS-TRAILER
               GO TO 300-SIMULATE-RECORD-EXIT
            END-IF.
            ADD 1 TO WS-SRC-READ(WS-CUR-SOURCE).
            IF INP-RECORD-TRUNCATED
               ADD 1 TO WS-SRC-NOT-EVALUATED(WS-CUR-SOURCE)
               GO TO 300-SIMULATE-RECORD-EXIT
            END-IF.
            PERFORM 310-PARSE-RECORD THRU 310-PARSE-RECORD-EXIT.
            IF NOT WS-VALID-RECORD
               ADD 1 TO WS-SRC-NOT-EVALUATED(WS-CUR-SOURCE)
               GO TO 300-SIMULATE-RECORD-EXIT
            END-IF.
            IF WS-MODE-COUNT AND WS-MIN > WS-MAX
               ADD 1 TO WS-SRC-NOT-EVALUATED(WS-CUR-SOURCE)
               GO TO 300-SIMULATE-RECORD-EXIT
            END-IF.
            PERFORM 315-CHECK-BUILT-IN-RULE.
            PERFORM 320-CHECK-POLICY-RULES.
            MOVE WS-BUILTIN-FAIL-SW TO WS-LIVE-FAIL-SW.
            MOVE WS-BUILTIN-FAIL-SW TO WS-CAND-FAIL-SW.
            PERFORM 340-TAKE-ONE-RESULT
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-TABLE-COUNT.
            IF WS-LIVE-FAILED
               ADD 1 TO WS-SRC-LIVE-FAIL(WS-CUR-SOURCE)
            ELSE
               ADD 1 TO WS-SRC-LIVE-PASS(WS-CUR-SOURCE)
            END-IF.
            IF WS-CAND-FAILED
               IF NOT WS-LIVE-FAILED
                  ADD 1 TO WS-SRC-NEWLY-FAIL(WS-CUR-SOURCE)
               END-IF
            ELSE
               ADD 1 TO WS-SRC-CAND-PASS(WS-CUR-SOURCE)
            END-IF.
      *    THE PER-RULE NEWLY-FAILING COUNTS NEED THE ACCOUNT'S
      *    LIVE VERDICT, WHICH IS ONLY KNOWN ONCE EVERY RULE HAS
      *    RUN - HENCE THE SECOND PASS OVER THE TABLE.
            IF NOT WS-LIVE-FAILED
               PERFORM 345-TAKE-ONE-NEW-FAILURE
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-TABLE-COUNT
            END-IF.
       300-SIMULATE-RECORD-EXIT.
            EXIT.

      *****************************************************************
      *    THE SAME ACCOUNT-ID, UNSTRING AND SHAPE CHECKS AS
      *    200-PARSE-RECORD IN AOC-2020-02-1, LESS THE IDENTITY
      *    LOOKUP (SEE ABOVE).
      *****************************************************************
       310-PARSE-RECORD.
            MOVE "Y" TO WS-RECORD-VALID.
            MOVE SPACES TO WS-ACCT-ID.
            MOVE SPACES TO WS-PASSWORD.
            MOVE SPACES TO WS-MIN-TEXT.
            MOVE SPACES TO WS-MAX-TEXT.
            MOVE SPACES TO WS-DELIM-HIT-1.
            MOVE SPACES TO WS-DELIM-HIT-2.
            MOVE SPACES TO WS-DELIM-HIT-3.
            MOVE 0 TO WS-UNSTRING-LEN-4.
            IF REC-LEN < 9
               MOVE "N" TO WS-RECORD-VALID
               GO TO 310-PARSE-RECORD-EXIT
            END-IF.
            MOVE WS-SAVE-LINE(1:8) TO WS-ACCT-ID.
            IF WS-ACCT-ID = SPACES
               MOVE "N" TO WS-RECORD-VALID
               GO TO 310-PARSE-RECORD-EXIT
            END-IF.
            COMPUTE WS-POLICY-LEN = REC-LEN - 8.
            UNSTRING WS-SAVE-LINE(9:WS-POLICY-LEN) DELIMITED BY
                WS-DELIM-1(1:WS-DELIM-1-LEN) OR
                WS-DELIM-2(1:WS-DELIM-2-LEN) OR
                WS-DELIM-3(1:WS-DELIM-3-LEN) INTO
                WS-MIN-TEXT DELIMITER IN WS-DELIM-HIT-1
                    COUNT IN WS-UNSTRING-LEN-1
                WS-MAX-TEXT DELIMITER IN WS-DELIM-HIT-2
                    COUNT IN WS-UNSTRING-LEN-2
                WS-CHAR DELIMITER IN WS-DELIM-HIT-3
                    COUNT IN WS-UNSTRING-LEN-3
                WS-PASSWORD
                    COUNT IN WS-UNSTRING-LEN-4
                TALLYING IN WS-UNSTRING-TALLY
                ON OVERFLOW
                   MOVE "N" TO WS-RECORD-VALID
                NOT ON OVERFLOW
                   CONTINUE
            END-UNSTRING.
            MOVE WS-MIN-TEXT TO WS-MIN-EDIT.
            MOVE WS-MAX-TEXT TO WS-MAX-EDIT.
            INSPECT WS-MIN-EDIT REPLACING TRAILING SPACES BY ZERO.
            INSPECT WS-MAX-EDIT REPLACING TRAILING SPACES BY ZERO.
            IF WS-VALID-RECORD
               IF WS-UNSTRING-TALLY < 4
                  OR WS-MIN-TEXT = SPACES
                  OR WS-MAX-TEXT = SPACES
                  OR WS-MIN-EDIT NOT NUMERIC
                  OR WS-MAX-EDIT NOT NUMERIC
                  OR WS-CHAR = SPACE
                  OR WS-PASSWORD = SPACES
                  OR WS-DELIM-HIT-1 <> WS-DELIM-1
                  OR WS-DELIM-HIT-2 <> WS-DELIM-2
                  OR WS-DELIM-HIT-3 <> WS-DELIM-3
                  OR WS-UNSTRING-LEN-1 > 4
                  OR WS-UNSTRING-LEN-2 > 4
                  OR WS-UNSTRING-LEN-3 > 1
                  MOVE "N" TO WS-RECORD-VALID
               END-IF
            END-IF.
            IF WS-VALID-RECORD
               MOVE WS-MIN-TEXT TO WS-MIN
               MOVE WS-MAX-TEXT TO WS-MAX
            END-IF.
       310-PARSE-RECORD-EXIT.
            EXIT.

      *****************************************************************
      *    THE BUILT-IN RULE FOR THE RUN MODE, JUDGED AS
      *    300-CHECK-COUNT-RULE AND 310-CHECK-POSITION-RULE JUDGE IT
      *    IN AOC-2020-02-1. IN BOTH-RULE MODE A MIN>MAX RECORD SKIPS
      *    THE COUNT RULE BUT STILL GETS THE POSITION RULE, AND
      *    FAILING EITHER RULE THAT RAN FAILS THE ACCOUNT - THE SAME
      *    TEST 340-UPDATE-MASTER MAKES FOR THE OVERALL RESULT.
      *****************************************************************
       315-CHECK-BUILT-IN-RULE.
            MOVE "N" TO WS-BUILTIN-FAIL-SW.
            IF (WS-MODE-COUNT OR WS-MODE-BOTH)
               AND WS-MIN NOT > WS-MAX
               MOVE 0 TO WS-CHAR-COUNT
               INSPECT WS-PASSWORD TALLYING WS-CHAR-COUNT
                   FOR ALL WS-CHAR
               IF WS-CHAR-COUNT < WS-MIN OR WS-CHAR-COUNT > WS-MAX
                  MOVE "Y" TO WS-BUILTIN-FAIL-SW
               END-IF
            END-IF.
            IF WS-MODE-POSITION OR WS-MODE-BOTH
               MOVE "N" TO WS-POSITION-HIT-SW
               IF WS-MIN >= 1 AND WS-MIN <= WS-PASSWORD-MAX-LEN
                  AND WS-MAX >= 1 AND WS-MAX <= WS-PASSWORD-MAX-LEN
                  IF (WS-PASSWORD(WS-MIN:1) = WS-CHAR)
                     AND NOT (WS-PASSWORD(WS-MAX:1) = WS-CHAR)
                     MOVE "Y" TO WS-POSITION-HIT-SW
                  END-IF
                  IF (WS-PASSWORD(WS-MAX:1) = WS-CHAR)
                     AND NOT (WS-PASSWORD(WS-MIN:1) = WS-CHAR)
                     MOVE "Y" TO WS-POSITION-HIT-SW
                  END-IF
               END-IF
               IF NOT WS-POSITION-HIT
                  MOVE "Y" TO WS-BUILTIN-FAIL-SW
               END-IF
            END-IF.

      *****************************************************************
      *    320 THROUGH 332 ARE THE MAIN RUN'S RULE EVALUATION,
      *    LINE FOR LINE, EXCEPT THAT EACH RULE ALSO LEAVES ITS
      *    OUTCOME FOR THIS RECORD IN THE COMPANION TABLE. A CHANGE
      *    TO HOW A RULE TYPE IS JUDGED IN AOC-2020-02-1 MUST BE
      *    MADE HERE TOO, OR THE SIMULATION STOPS PREDICTING THE
      *    MORNING IT EXISTS TO PREDICT.
      *****************************************************************
       320-CHECK-POLICY-RULES.
            PERFORM 322-SCAN-PASSWORD-CLASSES.
            PERFORM 330-EVALUATE-ONE-RULE
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-TABLE-COUNT.

       322-SCAN-PASSWORD-CLASSES.
            MOVE "N" TO WS-HAS-DIGIT-SW.
            MOVE "N" TO WS-HAS-UPPER-SW.
            MOVE "N" TO WS-HAS-LOWER-SW.
            PERFORM 323-CLASSIFY-ONE-CHAR
                VARYING WS-SCAN-POS FROM 1 BY 1
                UNTIL WS-SCAN-POS > WS-UNSTRING-LEN-4.

       323-CLASSIFY-ONE-CHAR.
            MOVE WS-PASSWORD(WS-SCAN-POS:1) TO WS-SCAN-CHAR.
            MOVE 0 TO WS-RULE-TALLY.
            INSPECT WS-CLASS-DIGITS TALLYING WS-RULE-TALLY
                FOR ALL WS-SCAN-CHAR.
            IF WS-RULE-TALLY > 0
               MOVE "Y" TO WS-HAS-DIGIT-SW
            END-IF.
            MOVE 0 TO WS-RULE-TALLY.
            INSPECT WS-CLASS-UPPER TALLYING WS-RULE-TALLY
                FOR ALL WS-SCAN-CHAR.
            IF WS-RULE-TALLY > 0
               MOVE "Y" TO WS-HAS-UPPER-SW
            END-IF.
            MOVE 0 TO WS-RULE-TALLY.
            INSPECT WS-CLASS-LOWER TALLYING WS-RULE-TALLY
                FOR ALL WS-SCAN-CHAR.
            IF WS-RULE-TALLY > 0
               MOVE "Y" TO WS-HAS-LOWER-SW
            END-IF.

       330-EVALUATE-ONE-RULE.
            MOVE "P" TO WS-WIF-RULE-RESULT(WS-RULE-IDX).
            EVALUATE TRUE
                WHEN WS-RULE-MIN-LENGTH(WS-RULE-IDX)
                   IF WS-UNSTRING-LEN-4 >=
                       WS-RULE-PARM-NUM(WS-RULE-IDX)
                      ADD 1 TO WS-RULE-PASS(WS-RULE-IDX)
                   ELSE
                      ADD 1 TO WS-RULE-FAIL(WS-RULE-IDX)
                      MOVE "F" TO WS-WIF-RULE-RESULT(WS-RULE-IDX)
                   END-IF
                WHEN WS-RULE-FORBIDDEN(WS-RULE-IDX)
                   PERFORM 331-CHECK-FORBIDDEN-CHARS
                WHEN WS-RULE-REQ-DIGIT(WS-RULE-IDX)
                   IF WS-HAS-DIGIT
                      ADD 1 TO WS-RULE-PASS(WS-RULE-IDX)
                   ELSE
                      ADD 1 TO WS-RULE-FAIL(WS-RULE-IDX)
                      MOVE "F" TO WS-WIF-RULE-RESULT(WS-RULE-IDX)
                   END-IF
                WHEN WS-RULE-REQ-UPPER(WS-RULE-IDX)
                   IF WS-HAS-UPPER
                      ADD 1 TO WS-RULE-PASS(WS-RULE-IDX)
                   ELSE
                      ADD 1 TO WS-RULE-FAIL(WS-RULE-IDX)
                      MOVE "F" TO WS-WIF-RULE-RESULT(WS-RULE-IDX)
                   END-IF
                WHEN WS-RULE-REQ-LOWER(WS-RULE-IDX)
                   IF WS-HAS-LOWER
                      ADD 1 TO WS-RULE-PASS(WS-RULE-IDX)
                   ELSE
                      ADD 1 TO WS-RULE-FAIL(WS-RULE-IDX)
                      MOVE "F" TO WS-WIF-RULE-RESULT(WS-RULE-IDX)
                   END-IF
            END-EVALUATE.

       331-CHECK-FORBIDDEN-CHARS.
            MOVE 0 TO WS-RULE-TALLY.
            PERFORM 332-TALLY-ONE-FORBIDDEN
                VARYING WS-RULE-PARM-IDX FROM 1 BY 1
                UNTIL WS-RULE-PARM-IDX > 20.
            IF WS-RULE-TALLY = 0
               ADD 1 TO WS-RULE-PASS(WS-RULE-IDX)
            ELSE
               ADD 1 TO WS-RULE-FAIL(WS-RULE-IDX)
               MOVE "F" TO WS-WIF-RULE-RESULT(WS-RULE-IDX)
            END-IF.

       332-TALLY-ONE-FORBIDDEN.
            MOVE WS-RULE-PARM(WS-RULE-IDX)(WS-RULE-PARM-IDX:1)
                TO WS-SCAN-CHAR.
            IF WS-SCAN-CHAR NOT = SPACE
               INSPECT WS-PASSWORD(1:WS-UNSTRING-LEN-4)
                   TALLYING WS-RULE-TALLY FOR ALL WS-SCAN-CHAR
            END-IF.

      *    ONE RULE'S OUTCOME INTO ITS SOURCE'S TOTALS AND ITS
      *    SET'S VERDICT FOR THE RECORD.
       340-TAKE-ONE-RESULT.
            IF WS-WIF-RULE-FAILED(WS-RULE-IDX)
               ADD 1 TO WS-SRC-RULE-FAIL(WS-CUR-SOURCE, WS-RULE-IDX)
               IF WS-WIF-RULE-LIVE(WS-RULE-IDX)
                  MOVE "Y" TO WS-LIVE-FAIL-SW
               ELSE
                  MOVE "Y" TO WS-CAND-FAIL-SW
               END-IF
            ELSE
               ADD 1 TO WS-SRC-RULE-PASS(WS-CUR-SOURCE, WS-RULE-IDX)
            END-IF.

      *    AN ACCOUNT THAT PASSES THE LIVE SET TODAY AND FAILS THIS
      *    CANDIDATE RULE IS ONE THE RULE NEWLY BREAKS.
       345-TAKE-ONE-NEW-FAILURE.
            IF WS-WIF-RULE-CAND(WS-RULE-IDX)
               AND WS-WIF-RULE-FAILED(WS-RULE-IDX)
               ADD 1 TO WS-SRC-RULE-NEWLY-FAIL(WS-CUR-SOURCE,
                   WS-RULE-IDX)
               ADD 1 TO WS-WIF-RULE-NEWLY-FAIL(WS-RULE-IDX)
            END-IF.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            INITIALIZE WS-SOURCE-TABLE.
            INITIALIZE WS-WIF-RULE-TABLE.
            PERFORM 105-INIT-SOURCE-DELIMS
                VARYING WS-CUR-SOURCE FROM 1 BY 1
                UNTIL WS-CUR-SOURCE > WS-SOURCE-MAX.
            MOVE "Y" TO WS-SRC-ACTIVE-SW(1).
            MOVE "PRIMARY" TO WS-SRC-ID(1).
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-CONTROL-CARD.
            PERFORM 120-LOAD-DELIMITERS.
            PERFORM 130-LOAD-WHAT-IF-CONTROL.
      *    THE LIVE SET LOADS AS OF TODAY, EXACTLY AS TONIGHT'S
      *    MAIN RUN WOULD LOAD IT; THE CANDIDATE SET AS OF THE
      *    WHAT-IF DATE.
            MOVE "L" TO WS-LOAD-SET.
            MOVE WS-RUN-DATE TO WS-LOAD-AS-OF-DATE.
            MOVE 0 TO WS-LOAD-SKIPPED.
            OPEN INPUT RULESFILE.
            IF RUL-FILE-STATUS = "00"
               MOVE "N" TO WS-RULE-EOF-SW
               PERFORM 125-READ-ONE-LIVE-RULE UNTIL WS-RULES-AT-EOF
               CLOSE RULESFILE
            END-IF.
            MOVE WS-RULE-TABLE-COUNT TO WS-LIVE-RULE-COUNT.
            MOVE WS-LOAD-SKIPPED TO WS-LIVE-RULE-SKIPPED.
            MOVE "C" TO WS-LOAD-SET.
            MOVE WS-CAND-AS-OF-DATE TO WS-LOAD-AS-OF-DATE.
            MOVE 0 TO WS-LOAD-SKIPPED.
            OPEN INPUT CANDRULESFILE.
            IF CRL-FILE-STATUS = "00"
               MOVE "N" TO WS-RULE-EOF-SW
               PERFORM 126-READ-ONE-CAND-RULE UNTIL WS-RULES-AT-EOF
               CLOSE CANDRULESFILE
            END-IF.
            COMPUTE WS-CAND-RULE-COUNT =
                WS-RULE-TABLE-COUNT - WS-LIVE-RULE-COUNT.
            MOVE WS-LOAD-SKIPPED TO WS-CAND-RULE-SKIPPED.
            IF WS-CAND-RULE-COUNT > 0
               MOVE "Y" TO WS-CAND-AVAIL-SW
            END-IF.

      *    EVERY SOURCE STARTS FROM THE D02DELIM COPYBOOK DEFAULTS,
      *    EXACTLY AS IN THE MAIN PROGRAM.
       105-INIT-SOURCE-DELIMS.
            MOVE WS-DELIM-1 TO WS-DLM-SET-1(WS-CUR-SOURCE).
            MOVE WS-DELIM-1-LEN TO WS-DLM-SET-1-LEN(WS-CUR-SOURCE).
            MOVE WS-DELIM-2 TO WS-DLM-SET-2(WS-CUR-SOURCE).
            MOVE WS-DELIM-2-LEN TO WS-DLM-SET-2-LEN(WS-CUR-SOURCE).
            MOVE WS-DELIM-3 TO WS-DLM-SET-3(WS-CUR-SOURCE).
            MOVE WS-DELIM-3-LEN TO WS-DLM-SET-3-LEN(WS-CUR-SOURCE).

       110-LOAD-CONTROL-CARD.
      *    SAME OPTIONAL-CONTROL-CARD CONVENTION AS THE MAIN RUN -
      *    ABSENT MEANS COUNT MODE AND THE PRIMARY SOURCE ONLY. THE
      *    MAIN RUN VALIDATES THE CARD; A MODE IT WOULD REJECT IS
      *    SIMPLY LEFT AT THE DEFAULT HERE.
            OPEN INPUT CONTROLFILE.
            IF CTL-FILE-STATUS = "00"
               MOVE 0 TO WS-CTL-REC-NUM
               PERFORM 111-READ-ONE-CONTROL
                   UNTIL WS-CTL-REC-NUM >= WS-SOURCE-MAX
                   OR CTL-FILE-STATUS NOT = "00"
               CLOSE CONTROLFILE
            END-IF.

       111-READ-ONE-CONTROL.
            READ CONTROLFILE
                AT END MOVE "10" TO CTL-FILE-STATUS
                NOT AT END
                   ADD 1 TO WS-CTL-REC-NUM
                   IF WS-CTL-REC-NUM = 1
                      IF CTL-RUN-MODE = "C" OR CTL-RUN-MODE = "P"
                         OR CTL-RUN-MODE = "B"
                         MOVE CTL-RUN-MODE TO WS-RUN-MODE
                      END-IF
                      IF CTL-SOURCE-ID NOT = SPACES
                         MOVE CTL-SOURCE-ID TO WS-SRC-ID(1)
                      END-IF
                   ELSE
                      MOVE "Y" TO WS-SRC-ACTIVE-SW(WS-CTL-REC-NUM)
                      IF CTL-SOURCE-ID NOT = SPACES
                         MOVE CTL-SOURCE-ID
                             TO WS-SRC-ID(WS-CTL-REC-NUM)
                      ELSE
                         MOVE "SOURCE" TO WS-SRC-ID(WS-CTL-REC-NUM)
                         MOVE WS-CTL-REC-NUM
                             TO WS-SRC-ID(WS-CTL-REC-NUM)(7:1)
                      END-IF
                   END-IF
            END-READ.

       120-LOAD-DELIMITERS.
      *    THE DELIMITER FILE IS OPTIONAL - SOURCES WITHOUT A RECORD
      *    KEEP THE COPYBOOK DEFAULTS. RECORD N BELONGS TO SOURCE N.
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
                   MOVE DLM-DELIM-1
                       TO WS-DLM-SET-1(WS-DLM-REC-NUM)
                   MOVE DLM-DELIM-1-LEN
                       TO WS-DLM-SET-1-LEN(WS-DLM-REC-NUM)
                   MOVE DLM-DELIM-2
                       TO WS-DLM-SET-2(WS-DLM-REC-NUM)
                   MOVE DLM-DELIM-2-LEN
                       TO WS-DLM-SET-2-LEN(WS-DLM-REC-NUM)
                   MOVE DLM-DELIM-3
                       TO WS-DLM-SET-3(WS-DLM-REC-NUM)
                   MOVE DLM-DELIM-3-LEN
                       TO WS-DLM-SET-3-LEN(WS-DLM-REC-NUM)
            END-READ.

       125-READ-ONE-LIVE-RULE.
            READ RULESFILE
                AT END MOVE "Y" TO WS-RULE-EOF-SW
                NOT AT END
                   MOVE RUL-FILE-RECORD TO RUL-CARD
                   PERFORM 127-TAKE-ONE-RULE
                       THRU 127-TAKE-ONE-RULE-EXIT
            END-READ.

       126-READ-ONE-CAND-RULE.
            READ CANDRULESFILE
                AT END MOVE "Y" TO WS-RULE-EOF-SW
                NOT AT END
                   MOVE CRL-FILE-RECORD TO RUL-CARD
                   PERFORM 127-TAKE-ONE-RULE
                       THRU 127-TAKE-ONE-RULE-EXIT
            END-READ.

      *****************************************************************
      *    THE MAIN RUN'S 127-TAKE-ONE-RULE, TESTING THE EFFECTIVE
      *    DATE AGAINST THE DATE THE SET BEING LOADED IS EVALUATED
      *    AS OF, AND TAGGING EACH ENTRY WITH ITS SET.
      *****************************************************************
       127-TAKE-ONE-RULE.
            IF RUL-ACTIVE-FLAG NOT = "Y"
               ADD 1 TO WS-LOAD-SKIPPED
               GO TO 127-TAKE-ONE-RULE-EXIT
            END-IF.
            IF RUL-EFFECTIVE-DATE NOT NUMERIC
               OR RUL-EFFECTIVE-DATE > WS-LOAD-AS-OF-DATE
               ADD 1 TO WS-LOAD-SKIPPED
               GO TO 127-TAKE-ONE-RULE-EXIT
            END-IF.
            IF WS-RULE-TABLE-COUNT >= WS-RULE-TABLE-MAX
               ADD 1 TO WS-LOAD-SKIPPED
               IF WS-LOAD-SET = "C"
                  MOVE "Y" TO WS-CAND-ROOM-SW
               END-IF
               GO TO 127-TAKE-ONE-RULE-EXIT
            END-IF.
            ADD 1 TO WS-RULE-TABLE-COUNT.
            MOVE WS-RULE-TABLE-COUNT TO WS-RULE-IDX.
            MOVE RUL-RULE-TYPE TO WS-RULE-TYPE(WS-RULE-IDX).
            MOVE RUL-PARAMETER TO WS-RULE-PARM(WS-RULE-IDX).
            MOVE 0 TO WS-RULE-PARM-NUM(WS-RULE-IDX).
            MOVE 0 TO WS-RULE-PASS(WS-RULE-IDX).
            MOVE 0 TO WS-RULE-FAIL(WS-RULE-IDX).
            MOVE WS-LOAD-SET TO WS-WIF-RULE-SET(WS-RULE-IDX).
            MOVE 0 TO WS-WIF-RULE-NEWLY-FAIL(WS-RULE-IDX).
            IF NOT WS-RULE-TYPE-KNOWN(WS-RULE-IDX)
               SUBTRACT 1 FROM WS-RULE-TABLE-COUNT
               ADD 1 TO WS-LOAD-SKIPPED
               GO TO 127-TAKE-ONE-RULE-EXIT
            END-IF.
            IF WS-RULE-MIN-LENGTH(WS-RULE-IDX)
               MOVE RUL-PARAMETER(1:4) TO WS-RULE-PARM-EDIT
               IF WS-RULE-PARM-EDIT IS NUMERIC
                  MOVE WS-RULE-PARM-EDIT
                      TO WS-RULE-PARM-NUM(WS-RULE-IDX)
               ELSE
                  SUBTRACT 1 FROM WS-RULE-TABLE-COUNT
                  ADD 1 TO WS-LOAD-SKIPPED
                  GO TO 127-TAKE-ONE-RULE-EXIT
               END-IF
            END-IF.
            IF WS-RULE-FORBIDDEN(WS-RULE-IDX)
               AND RUL-PARAMETER = SPACES
               SUBTRACT 1 FROM WS-RULE-TABLE-COUNT
               ADD 1 TO WS-LOAD-SKIPPED
            END-IF.
       127-TAKE-ONE-RULE-EXIT.
            EXIT.

       130-LOAD-WHAT-IF-CONTROL.
      *    OPTIONAL - SEE THE FD. A DATE THAT ISN'T A REAL CALENDAR
      *    DATE IS IGNORED IN FAVOR OF THE ALL-DATES DEFAULT, AND
      *    THE REPORT SAYS WHICH ONE WAS USED.
            OPEN INPUT WIFCTLFILE.
            IF WIF-FILE-STATUS = "00"
               READ WIFCTLFILE
                   AT END CONTINUE
                   NOT AT END
                      IF WIF-CAND-AS-OF-DATE-X NOT = SPACES
                         AND WIF-CAND-AS-OF-DATE IS NUMERIC
                         COMPUTE WS-AS-OF-INT = FUNCTION
                             INTEGER-OF-DATE(WIF-CAND-AS-OF-DATE)
                         IF WS-AS-OF-INT > 0
                            MOVE WIF-CAND-AS-OF-DATE
                                TO WS-CAND-AS-OF-DATE
                            MOVE "Y" TO WS-CAND-AS-OF-SW
                         END-IF
                      END-IF
               END-READ
               CLOSE WIFCTLFILE
            END-IF.

       800-WRITE-REPORT.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "RUN TYPE:" TO WS-RPT-TEXT-LABEL.
            MOVE "WHAT-IF SIMULATION - NOTHING UPDATED"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "CANDIDATE RULES AS OF:" TO WS-RPT-TEXT-LABEL.
            IF WS-CAND-AS-OF-GIVEN
               MOVE WS-CAND-AS-OF-DATE TO WS-RPT-TEXT-VALUE
            ELSE
               MOVE "ALL EFFECTIVE DATES" TO WS-RPT-TEXT-VALUE
            END-IF.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "LIVE RULES LOADED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-LIVE-RULE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "LIVE RULES SKIPPED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-LIVE-RULE-SKIPPED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CANDIDATE RULES LOADED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CAND-RULE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CANDIDATE RULES SKIPPED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CAND-RULE-SKIPPED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF WS-CAND-ROOM-SHORT
               MOVE "CANDIDATE RULE NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "20-RULE TABLE FULL - SET INCOMPLETE"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            PERFORM 805-WRITE-SOURCE-SECTION
                THRU 805-WRITE-SOURCE-SECTION-EXIT
                VARYING WS-CUR-SOURCE FROM 1 BY 1
                UNTIL WS-CUR-SOURCE > WS-SOURCE-MAX.
            MOVE "COMBINED TOTALS:" TO WS-RPT-TEXT-LABEL.
            MOVE "ALL SOURCES" TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "TOTAL RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-TOTAL-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "RECORDS NOT EVALUATED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-TOTAL-NOT-EVALUATED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "PASSING LIVE RULES TODAY:" TO WS-RPT-SUM-LABEL.
            MOVE WS-TOTAL-LIVE-PASS TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "FAILING LIVE RULES TODAY:" TO WS-RPT-SUM-LABEL.
            MOVE WS-TOTAL-LIVE-FAIL TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "PASSING CANDIDATE RULES:" TO WS-RPT-SUM-LABEL.
            MOVE WS-TOTAL-CAND-PASS TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "WOULD NEWLY FAIL:" TO WS-RPT-SUM-LABEL.
            MOVE WS-TOTAL-NEWLY-FAIL TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            PERFORM 815-WRITE-RULE-TOTALS
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-TABLE-COUNT.

      *****************************************************************
      *    ONE SECTION PER ACTIVE SOURCE: THE SOURCE'S HEADLINE
      *    COUNTS, THEN ONE LINE PER RULE - LIVE RULES WITH TODAY'S
      *    PASS/FAIL, CANDIDATE RULES WITH THEIR PASS COUNT AND THE
      *    ACCOUNTS PASSING TODAY THAT THE RULE WOULD NEWLY FAIL.
      *****************************************************************
       805-WRITE-SOURCE-SECTION.
            IF NOT WS-SRC-ACTIVE(WS-CUR-SOURCE)
               GO TO 805-WRITE-SOURCE-SECTION-EXIT
            END-IF.
            ADD WS-SRC-READ(WS-CUR-SOURCE) TO WS-TOTAL-READ.
            ADD WS-SRC-NOT-EVALUATED(WS-CUR-SOURCE)
                TO WS-TOTAL-NOT-EVALUATED.
            ADD WS-SRC-LIVE-PASS(WS-CUR-SOURCE) TO WS-TOTAL-LIVE-PASS.
            ADD WS-SRC-LIVE-FAIL(WS-CUR-SOURCE) TO WS-TOTAL-LIVE-FAIL.
            ADD WS-SRC-CAND-PASS(WS-CUR-SOURCE) TO WS-TOTAL-CAND-PASS.
            ADD WS-SRC-NEWLY-FAIL(WS-CUR-SOURCE)
                TO WS-TOTAL-NEWLY-FAIL.
            MOVE "SOURCE SYSTEM:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-SRC-ID(WS-CUR-SOURCE) TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "SRC RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-READ(WS-CUR-SOURCE) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SRC NOT EVALUATED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-NOT-EVALUATED(WS-CUR-SOURCE)
                TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SRC PASSING LIVE RULES:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-LIVE-PASS(WS-CUR-SOURCE) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SRC FAILING LIVE RULES:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-LIVE-FAIL(WS-CUR-SOURCE) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SRC PASSING CANDIDATE RULES:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-CAND-PASS(WS-CUR-SOURCE) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SRC WOULD NEWLY FAIL:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-NEWLY-FAIL(WS-CUR-SOURCE) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            PERFORM 810-WRITE-SOURCE-RULE
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-TABLE-COUNT.
       805-WRITE-SOURCE-SECTION-EXIT.
            EXIT.

       810-WRITE-SOURCE-RULE.
            PERFORM 812-STAGE-RULE-NAME.
            MOVE WS-SRC-RULE-PASS(WS-CUR-SOURCE, WS-RULE-IDX)
                TO WS-RPT-RULE-PASS.
            IF WS-WIF-RULE-LIVE(WS-RULE-IDX)
               MOVE WS-SRC-RULE-FAIL(WS-CUR-SOURCE, WS-RULE-IDX)
                   TO WS-RPT-RULE-FAIL
            ELSE
               MOVE WS-SRC-RULE-NEWLY-FAIL(WS-CUR-SOURCE,
                   WS-RULE-IDX) TO WS-RPT-RULE-FAIL
            END-IF.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-RULE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      *    THE RULE LINE'S SET TAG, TYPE, PARAMETER AND COLUMN
      *    LABELS - A LIVE RULE SHOWS TODAY'S FAIL COUNT, A
      *    CANDIDATE RULE THE FAILURES IT WOULD NEWLY CAUSE.
       812-STAGE-RULE-NAME.
            IF WS-WIF-RULE-LIVE(WS-RULE-IDX)
               MOVE "LIVE: " TO WS-RPT-RULE-SET
               MOVE "  FAIL: " TO WS-RPT-RULE-LABEL-2
            ELSE
               MOVE "CAND: " TO WS-RPT-RULE-SET
               MOVE "  NEW FAIL: " TO WS-RPT-RULE-LABEL-2
            END-IF.
            MOVE "  PASS: " TO WS-RPT-RULE-LABEL-1.
            MOVE WS-RULE-TYPE(WS-RULE-IDX) TO WS-RPT-RULE-TYPE.
            MOVE WS-RULE-PARM(WS-RULE-IDX)(1:8) TO WS-RPT-RULE-PARM.

      *    THE COMBINED PER-RULE LINES, ALL SOURCES TOGETHER.
       815-WRITE-RULE-TOTALS.
            PERFORM 812-STAGE-RULE-NAME.
            MOVE WS-RULE-PASS(WS-RULE-IDX) TO WS-RPT-RULE-PASS.
            IF WS-WIF-RULE-LIVE(WS-RULE-IDX)
               MOVE WS-RULE-FAIL(WS-RULE-IDX) TO WS-RPT-RULE-FAIL
            ELSE
               MOVE WS-WIF-RULE-NEWLY-FAIL(WS-RULE-IDX)
                   TO WS-RPT-RULE-FAIL
            END-IF.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-RULE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       820-PUT-SUMMARY-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       830-PUT-TEXT-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-TEXT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       900-TERMINATE.
      *    THE SIMULATION IS INFORMATIONAL, LIKE THE DELTA REPORT -
      *    NEW FAILURES ARE ITS ANSWER, NOT AN ALERT. ONLY A RUN
      *    WITH NO CANDIDATE SET (SEE 001-MAIN) ENDS NONZERO.
            MOVE 0 TO RETURN-CODE.
            CLOSE REPORTFILE.
