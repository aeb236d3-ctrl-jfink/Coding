       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-Y.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - MONTH-END COMPLIANCE
      *              ATTESTATION. D2.MASTER ONLY EVER HOLDS TONIGHT'S
      *              STATE, SO THE AUDITORS' "AS OF MONTH END"
      *              QUESTION HAD NO REPRODUCIBLE ANSWER. THIS RUN
      *              SWEEPS THE MASTER IN KEY ORDER ONCE AT MONTH END
      *              AND FREEZES EVERY RECORD INTO A NEW GENERATION
      *              OF PROD.D02A.MSNAP (COPYBOOK D02SNAP), EACH
      *              STAMPED WITH THE MONTH-END DATE AND ITS ATTESTED
      *              STATUS. THE SAME PASS COUNTS EACH SOURCE'S
      *              ACCOUNTS COMPLIANT, NON-COMPLIANT AND NOT
      *              EVALUATED THAT MONTH (LAST SEEN BEFORE THE
      *              FIRST, OR NEVER JUDGED), AND THE ATTESTATION
      *              REPORT ADDS THE D2.RULES ENTRIES AND RUN MODE IN
      *              FORCE, THE SUPPRESSED ACCOUNTS, AND A SIGN-OFF
      *              BLOCK. THE MONTH COMES FROM D2.SNPCTL; WITHOUT
      *              ONE IT IS THE MONTH BEFORE THE RUN DATE, AS FOR
      *              THE FEED SCORECARD. READ-ONLY ON THE MASTER.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO D2MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-ACCT-ID
           FILE STATUS IS MST-FILE-STATUS.
           SELECT SNPCTLFILE ASSIGN TO D2SNPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SNC-FILE-STATUS.
           SELECT CONTROLFILE ASSIGN TO D2CTLCRD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-FILE-STATUS.
           SELECT RULESFILE ASSIGN TO D2RULES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUL-FILE-STATUS.
           SELECT SUPPRSFILE ASSIGN TO D2SUPPRS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILE-STATUS.
           SELECT SNAPFILE ASSIGN TO D2SNAPOT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO D2YREPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD MASTERFILE.
         COPY D02MAST.

      *    COLUMNS 1-6. ZEROS, BLANKS OR NO CARD MEAN THE MONTH
      *    BEFORE THE RUN DATE, THE NORMAL FIRST-OF-MONTH CASE. A
      *    RUN MADE ON THE LAST DAY, AFTER THE MONTH'S FINAL MAIN
      *    RUN, KEYS THAT MONTH HERE.
         FD SNPCTLFILE.
         01 SNC-RECORD.
           05 SNC-MONTH PIC 9(06).
           05 SNC-MONTH-R REDEFINES SNC-MONTH.
             10 SNC-MONTH-YYYY PIC 9(04).
             10 SNC-MONTH-MM PIC 9(02).
           05 FILLER PIC X(74).

      *    THE MAIN RUN'S OWN CONTROL CARD - ONLY THE RUN MODE ON
      *    RECORD 1 IS USED HERE.
         FD CONTROLFILE.
         01 CTL-RECORD.
           05 CTL-RUN-MODE PIC X(01).
           05 FILLER PIC X(79).

      *    SAME LAYOUT AS THE MAIN RUN'S D2RULES FD (SEE D02RULE.CPY
      *    FOR THE FIELD DEFINITIONS).
         FD RULESFILE.
         01 RUL-RECORD.
           05 RUL-RULE-TYPE PIC X(04).
           05 FILLER PIC X(01).
           05 RUL-ACTIVE-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 RUL-EFFECTIVE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RUL-PARAMETER PIC X(20).
           05 FILLER PIC X(44).

         FD SUPPRSFILE.
         COPY D02SUPP.

         FD SNAPFILE.
         COPY D02SNAP.

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 MST-FILE-STATUS PIC XX.
         01 SNC-FILE-STATUS PIC XX.
         01 CTL-FILE-STATUS PIC XX.
         01 RUL-FILE-STATUS PIC XX.
         01 SUP-FILE-STATUS PIC XX.

         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).

      *    THE MONTH UNDER ATTESTATION. AN ACCOUNT WAS EVALUATED IN
      *    IT WHEN ITS LAST-SEEN DATE IS ON OR AFTER THE FIRST; RULES
      *    AND EXCEPTIONS ARE JUDGED AS OF THE LAST DAY.
         01 WS-MONTH PIC 9(06).
         01 WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(04).
           05 WS-MONTH-MM PIC 9(02).
         01 WS-MONTH-START PIC 9(08).
         01 WS-NEXT-MONTH-START PIC 9(08).
         01 WS-MONTH-END PIC 9(08).

         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-MASTER-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-MASTER-AVAILABLE VALUE "Y".

      *    RUN MODE IN FORCE - THE MAIN RUN'S DEFAULT WHEN THE CARD
      *    IS MISSING OR ITS MODE IS NOT C, P OR B.
         01 WS-RUN-MODE PIC X(01) VALUE "C".
           88 WS-MODE-COUNT VALUE "C".
           88 WS-MODE-POSITION VALUE "P".
           88 WS-MODE-BOTH VALUE "B".
         01 WS-RUN-MODE-NOTE PIC X(40) VALUE SPACES.

      *    PER-SOURCE ATTESTATION COUNTS, SAME TABLE HANDLING AS THE
      *    COVERAGE GAP REPORT.
         01 WS-SRC-TABLE-COUNT PIC 9(2) VALUE 0.
         01 WS-SRC-TABLE-MAX PIC 9(2) VALUE 10.
         01 WS-SRC-TABLE-OVERFLOW-SW PIC X(01) VALUE "N".
           88 WS-SRC-TABLE-FULL VALUE "Y".
         01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 10 TIMES INDEXED BY WS-SRC-IDX.
             10 WS-SRC-ID PIC X(08).
             10 WS-SRC-COMPLIANT PIC 9(9).
             10 WS-SRC-NON-COMPLIANT PIC 9(9).
             10 WS-SRC-NOT-EVALUATED PIC 9(9).
         01 WS-SRC-FOUND PIC X(01) VALUE "N".
           88 WS-SRC-ENTRY-FOUND VALUE "Y".
         01 WS-SRC-MATCH-IDX PIC 9(2) VALUE 0.

      *    RUN TOTALS FOR THE REPORT.
         01 WS-MASTER-READ PIC 9(9) VALUE 0.
         01 WS-SNAP-WRITTEN PIC 9(9) VALUE 0.
         01 WS-COMPLIANT-COUNT PIC 9(9) VALUE 0.
         01 WS-NON-COMPLIANT-COUNT PIC 9(9) VALUE 0.
         01 WS-NOT-EVALUATED-COUNT PIC 9(9) VALUE 0.
         01 WS-STALE-COUNT PIC 9(9) VALUE 0.
         01 WS-NEVER-JUDGED-COUNT PIC 9(9) VALUE 0.
         01 WS-AFTER-MONTH-COUNT PIC 9(9) VALUE 0.
         01 WS-RULES-LISTED PIC 9(5) VALUE 0.
         01 WS-RULES-IN-FORCE PIC 9(5) VALUE 0.
         01 WS-SUP-LISTED PIC 9(9) VALUE 0.
         01 WS-SUP-EXPIRED-COUNT PIC 9(9) VALUE 0.
         01 WS-SUP-LATER-COUNT PIC 9(9) VALUE 0.

      *    ONE RULE'S STANDING AS OF MONTH END - THE SAME TESTS THE
      *    MAIN RUN APPLIES WHEN IT LOADS THE TABLE.
         01 WS-RULE-STANDING PIC X(18).
         01 WS-RULE-PARM-EDIT PIC X(04).

      *    STAGED REPORT LINE LAYOUTS, SAME PATTERN AS AOC-2020-02-1.
         01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-SUM-LABEL PIC X(30).
           05 WS-RPT-SUM-VALUE PIC ZZZ,ZZZ,ZZ9.
         01 WS-RPT-TEXT-LINE.
           05 WS-RPT-TEXT-LABEL PIC X(30).
           05 WS-RPT-TEXT-VALUE PIC X(40).
         01 WS-RPT-SRC-LINE.
           05 FILLER PIC X(08) VALUE "SOURCE: ".
           05 WS-RPT-SRC-ID PIC X(08).
           05 FILLER PIC X(08) VALUE "  COMPL ".
           05 WS-RPT-SRC-COMPLIANT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  NON-COMPL ".
           05 WS-RPT-SRC-NON-COMPLIANT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  NOT EVAL ".
           05 WS-RPT-SRC-NOT-EVALUATED PIC ZZ,ZZZ,ZZ9.
         01 WS-RPT-RULE-LINE.
           05 FILLER PIC X(06) VALUE "RULE: ".
           05 WS-RPT-RULE-TYPE PIC X(04).
           05 FILLER PIC X(08) VALUE "  ACTIVE".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RPT-RULE-ACTIVE PIC X(01).
           05 FILLER PIC X(06) VALUE "  EFF ".
           05 WS-RPT-RULE-EFFECTIVE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-RULE-PARM PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-RULE-STANDING PIC X(18).
         01 WS-RPT-SUP-LINE.
           05 FILLER PIC X(06) VALUE "SUPP: ".
           05 WS-RPT-SUP-ACCT PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RPT-SUP-OFFICER PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RPT-SUP-EXPIRY PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RPT-SUP-REASON PIC X(40).

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            IF WS-MASTER-AVAILABLE
               OPEN OUTPUT SNAPFILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 200-SNAP-ONE-ACCOUNT UNTIL WS-AT-EOF
               CLOSE SNAPFILE
            END-IF.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

      *****************************************************************
      *    ONE MASTER RECORD: JUDGE IT FOR THE MONTH, COUNT IT UNDER
      *    ITS SOURCE, AND FREEZE IT WITH THE STATUS IT WAS COUNTED
      *    UNDER. EVERY RECORD GOES INTO THE SNAPSHOT, NOT JUST THE
      *    EVALUATED ONES - THE AUDITORS ASK ABOUT ACCOUNTS, NOT
      *    ABOUT RESULTS.
      *****************************************************************
       200-SNAP-ONE-ACCOUNT.
            READ MASTERFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   PERFORM 210-JUDGE-ACCOUNT
                   PERFORM 230-COUNT-BY-SOURCE
                   PERFORM 250-WRITE-SNAPSHOT
            END-READ.

      *    NOT SEEN SINCE BEFORE THE FIRST MEANS NO RUN IN THE MONTH
      *    JUDGED THE ACCOUNT, WHATEVER ITS LAST RESULT SAYS. A DATE
      *    PAST MONTH END MEANS THE MASTER HAS MOVED ON SINCE - THE
      *    RESULT IS A LATER RUN'S, SO IT IS COUNTED AND FLAGGED.
       210-JUDGE-ACCOUNT.
            MOVE SPACES TO SNP-RECORD.
            EVALUATE TRUE
                WHEN MST-LAST-SEEN-DATE IS NOT NUMERIC
                WHEN MST-LAST-SEEN-DATE < WS-MONTH-START
                   MOVE "E" TO SNP-STATUS
                   ADD 1 TO WS-STALE-COUNT
                WHEN MST-OVERALL-RESULT = "P"
                   MOVE "C" TO SNP-STATUS
                WHEN MST-OVERALL-RESULT = "F"
                   MOVE "N" TO SNP-STATUS
                WHEN OTHER
                   MOVE "E" TO SNP-STATUS
                   ADD 1 TO WS-NEVER-JUDGED-COUNT
            END-EVALUATE.
            IF MST-LAST-SEEN-DATE IS NUMERIC
               AND MST-LAST-SEEN-DATE > WS-MONTH-END
               ADD 1 TO WS-AFTER-MONTH-COUNT
            END-IF.
            EVALUATE TRUE
                WHEN SNP-COMPLIANT
                   ADD 1 TO WS-COMPLIANT-COUNT
                WHEN SNP-NON-COMPLIANT
                   ADD 1 TO WS-NON-COMPLIANT-COUNT
                WHEN OTHER
                   ADD 1 TO WS-NOT-EVALUATED-COUNT
            END-EVALUATE.

       230-COUNT-BY-SOURCE.
            MOVE "N" TO WS-SRC-FOUND.
            MOVE 0 TO WS-SRC-MATCH-IDX.
            PERFORM 231-MATCH-SOURCE-ENTRY
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
                OR WS-SRC-ENTRY-FOUND.
            IF NOT WS-SRC-ENTRY-FOUND
               IF WS-SRC-TABLE-COUNT < WS-SRC-TABLE-MAX
                  ADD 1 TO WS-SRC-TABLE-COUNT
                  MOVE WS-SRC-TABLE-COUNT TO WS-SRC-MATCH-IDX
                  SET WS-SRC-IDX TO WS-SRC-TABLE-COUNT
                  MOVE MST-SOURCE-ID TO WS-SRC-ID(WS-SRC-IDX)
                  MOVE 0 TO WS-SRC-COMPLIANT(WS-SRC-IDX)
                  MOVE 0 TO WS-SRC-NON-COMPLIANT(WS-SRC-IDX)
                  MOVE 0 TO WS-SRC-NOT-EVALUATED(WS-SRC-IDX)
               ELSE
                  MOVE "Y" TO WS-SRC-TABLE-OVERFLOW-SW
               END-IF
            END-IF.
            IF WS-SRC-MATCH-IDX > 0
               EVALUATE TRUE
                   WHEN SNP-COMPLIANT
                      ADD 1 TO WS-SRC-COMPLIANT(WS-SRC-MATCH-IDX)
                   WHEN SNP-NON-COMPLIANT
                      ADD 1 TO WS-SRC-NON-COMPLIANT(WS-SRC-MATCH-IDX)
                   WHEN OTHER
                      ADD 1 TO WS-SRC-NOT-EVALUATED(WS-SRC-MATCH-IDX)
               END-EVALUATE
            END-IF.

       231-MATCH-SOURCE-ENTRY.
            IF WS-SRC-ID(WS-SRC-IDX) = MST-SOURCE-ID
               MOVE "Y" TO WS-SRC-FOUND
               MOVE WS-SRC-IDX TO WS-SRC-MATCH-IDX
            END-IF.

       250-WRITE-SNAPSHOT.
            MOVE WS-MONTH-END TO SNP-MONTH-END.
            MOVE WS-RUN-DATE TO SNP-TAKEN-DATE.
            MOVE MST-RECORD TO SNP-MASTER-IMAGE.
            WRITE SNP-RECORD.
            ADD 1 TO WS-SNAP-WRITTEN.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-SNAPSHOT-CONTROL.
            COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1.
            IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-MONTH-YYYY + 1) * 10000 + 101
            ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
            END-IF.
            COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
            PERFORM 120-LOAD-RUN-MODE.
            OPEN INPUT MASTERFILE.
            IF MST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.

       110-LOAD-SNAPSHOT-CONTROL.
      *    THE SNAPSHOT CONTROL CARD IS OPTIONAL - WITHOUT A USABLE
      *    MONTH ON IT THE MONTH JUST ENDED IS ATTESTED, SAME
      *    OPTIONAL-CONTROL-CARD CONVENTION AS D2.RVKCTL.
            IF WS-RUN-MM = 1
               COMPUTE WS-MONTH-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-MONTH-MM
            ELSE
               MOVE WS-RUN-YYYY TO WS-MONTH-YYYY
               COMPUTE WS-MONTH-MM = WS-RUN-MM - 1
            END-IF.
            OPEN INPUT SNPCTLFILE.
            IF SNC-FILE-STATUS = "00"
               READ SNPCTLFILE
                   AT END CONTINUE
                   NOT AT END
                      IF SNC-MONTH IS NUMERIC
                         AND SNC-MONTH-YYYY > 1600
                         AND SNC-MONTH-MM > 0
                         AND SNC-MONTH-MM < 13
                         MOVE SNC-MONTH TO WS-MONTH
                      END-IF
               END-READ
               CLOSE SNPCTLFILE
            END-IF.

       120-LOAD-RUN-MODE.
      *    THE MODE THE MAIN RUN WILL HAVE USED - RECORD 1 OF
      *    D2.CTLCARD, AND COUNT MODE WHEN THERE IS NO CARD OR ITS
      *    MODE IS UNUSABLE, EXACTLY AS THE MAIN RUN FALLS BACK.
            OPEN INPUT CONTROLFILE.
            IF CTL-FILE-STATUS NOT = "00"
               MOVE "D2CTLCRD UNAVAILABLE - DEFAULT MODE"
                   TO WS-RUN-MODE-NOTE
            ELSE
               READ CONTROLFILE
                   AT END
                      MOVE "D2CTLCRD EMPTY - DEFAULT MODE"
                          TO WS-RUN-MODE-NOTE
                   NOT AT END
                      IF CTL-RUN-MODE = "C" OR CTL-RUN-MODE = "P"
                         OR CTL-RUN-MODE = "B"
                         MOVE CTL-RUN-MODE TO WS-RUN-MODE
                      ELSE
                         MOVE "RUN MODE NOT C, P OR B - DEFAULT MODE"
                             TO WS-RUN-MODE-NOTE
                      END-IF
               END-READ
               CLOSE CONTROLFILE
            END-IF.

       800-WRITE-REPORT.
            MOVE "MONTH-END COMPLIANCE" TO WS-RPT-TEXT-LABEL.
            MOVE "ATTESTATION" TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "ATTESTED MONTH:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-MONTH TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "MONTH-END DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-MONTH-END TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "MASTER RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-MASTER-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SNAPSHOT RECORDS WRITTEN:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SNAP-WRITTEN TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            PERFORM 810-PUT-SOURCE-LINE
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT.
            MOVE "ACCOUNTS COMPLIANT:" TO WS-RPT-SUM-LABEL.
            MOVE WS-COMPLIANT-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ACCOUNTS NON-COMPLIANT:" TO WS-RPT-SUM-LABEL.
            MOVE WS-NON-COMPLIANT-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ACCOUNTS NOT EVALUATED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-NOT-EVALUATED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  NOT SEEN IN MONTH (STALE):" TO WS-RPT-SUM-LABEL.
            MOVE WS-STALE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  NEVER JUDGED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-NEVER-JUDGED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "RESULTS DATED AFTER MONTH END:" TO WS-RPT-SUM-LABEL.
            MOVE WS-AFTER-MONTH-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            PERFORM 840-LIST-RUN-MODE.
            PERFORM 850-LIST-RULES THRU 850-LIST-RULES-EXIT.
            PERFORM 870-LIST-SUPPRESSIONS
                THRU 870-LIST-SUPPRESSIONS-EXIT.
            IF WS-SRC-TABLE-FULL
               MOVE "SOURCE TABLE NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "SOURCE CAP HIT - SOURCE SPLIT PARTIAL"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF WS-AFTER-MONTH-COUNT > 0
               MOVE "SNAPSHOT NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "SOME RESULTS POST-DATE THE MONTH END"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-MASTER-AVAILABLE
               MOVE "COMPLIANCE MASTER NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2MASTER UNAVAILABLE - NO SNAPSHOT TAKEN"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            PERFORM 890-PUT-SIGN-OFF.

       810-PUT-SOURCE-LINE.
            MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-RPT-SRC-ID.
            MOVE WS-SRC-COMPLIANT(WS-SRC-IDX)
                TO WS-RPT-SRC-COMPLIANT.
            MOVE WS-SRC-NON-COMPLIANT(WS-SRC-IDX)
                TO WS-RPT-SRC-NON-COMPLIANT.
            MOVE WS-SRC-NOT-EVALUATED(WS-SRC-IDX)
                TO WS-RPT-SRC-NOT-EVALUATED.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-SRC-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       820-PUT-SUMMARY-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       830-PUT-TEXT-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-TEXT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       840-LIST-RUN-MODE.
            MOVE "RUN MODE IN FORCE:" TO WS-RPT-TEXT-LABEL.
            EVALUATE TRUE
                WHEN WS-MODE-POSITION
                   MOVE "P - POSITION RULE" TO WS-RPT-TEXT-VALUE
                WHEN WS-MODE-BOTH
                   MOVE "B - COUNT AND POSITION RULES"
                       TO WS-RPT-TEXT-VALUE
                WHEN OTHER
                   MOVE "C - COUNT RULE" TO WS-RPT-TEXT-VALUE
            END-EVALUATE.
            PERFORM 830-PUT-TEXT-LINE.
            IF WS-RUN-MODE-NOTE NOT = SPACES
               MOVE "RUN MODE NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE WS-RUN-MODE-NOTE TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

      *****************************************************************
      *    EVERY D2.RULES ENTRY AS KEYED, WITH ITS STANDING AT MONTH
      *    END - THE AUDITOR SEES THE INACTIVE AND NOT-YET-EFFECTIVE
      *    ENTRIES TOO, AND WHY EACH DID NOT APPLY.
      *****************************************************************
       850-LIST-RULES.
            MOVE "POLICY RULES (D2.RULES):" TO WS-RPT-TEXT-LABEL.
            MOVE SPACES TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            OPEN INPUT RULESFILE.
            IF RUL-FILE-STATUS NOT = "00"
               MOVE "RULES NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2RULES MISSING - BUILT-IN RULES ONLY"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               GO TO 850-LIST-RULES-EXIT
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 851-LIST-ONE-RULE UNTIL WS-AT-EOF.
            CLOSE RULESFILE.
            MOVE "RULES LISTED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-RULES-LISTED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "RULES IN FORCE AT MONTH END:" TO WS-RPT-SUM-LABEL.
            MOVE WS-RULES-IN-FORCE TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
       850-LIST-RULES-EXIT.
            EXIT.

       851-LIST-ONE-RULE.
            READ RULESFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF RUL-RECORD NOT = SPACES
                      PERFORM 852-JUDGE-RULE
                          THRU 852-JUDGE-RULE-EXIT
                      ADD 1 TO WS-RULES-LISTED
                      MOVE RUL-RULE-TYPE TO WS-RPT-RULE-TYPE
                      MOVE RUL-ACTIVE-FLAG TO WS-RPT-RULE-ACTIVE
                      MOVE RUL-EFFECTIVE-DATE TO WS-RPT-RULE-EFFECTIVE
                      MOVE RUL-PARAMETER TO WS-RPT-RULE-PARM
                      MOVE WS-RULE-STANDING TO WS-RPT-RULE-STANDING
                      MOVE SPACES TO RPT-LINE
                      MOVE WS-RPT-RULE-LINE TO RPT-LINE
                      WRITE RPT-LINE
                   END-IF
            END-READ.

       852-JUDGE-RULE.
            IF RUL-ACTIVE-FLAG NOT = "Y"
               MOVE "INACTIVE" TO WS-RULE-STANDING
               GO TO 852-JUDGE-RULE-EXIT
            END-IF.
            IF RUL-EFFECTIVE-DATE NOT NUMERIC
               MOVE "MALFORMED" TO WS-RULE-STANDING
               GO TO 852-JUDGE-RULE-EXIT
            END-IF.
            IF RUL-EFFECTIVE-DATE > WS-MONTH-END
               MOVE "NOT YET EFFECTIVE" TO WS-RULE-STANDING
               GO TO 852-JUDGE-RULE-EXIT
            END-IF.
            MOVE "IN FORCE" TO WS-RULE-STANDING.
            EVALUATE RUL-RULE-TYPE
                WHEN "MINL"
                   MOVE RUL-PARAMETER(1:4) TO WS-RULE-PARM-EDIT
                   IF WS-RULE-PARM-EDIT IS NOT NUMERIC
                      MOVE "MALFORMED" TO WS-RULE-STANDING
                   END-IF
                WHEN "FCHR"
                   IF RUL-PARAMETER = SPACES
                      MOVE "MALFORMED" TO WS-RULE-STANDING
                   END-IF
                WHEN "RQDG"
                WHEN "RQUP"
                WHEN "RQLW"
                   CONTINUE
                WHEN OTHER
                   MOVE "UNKNOWN TYPE" TO WS-RULE-STANDING
            END-EVALUATE.
            IF WS-RULE-STANDING = "IN FORCE"
               ADD 1 TO WS-RULES-IN-FORCE
            END-IF.
       852-JUDGE-RULE-EXIT.
            EXIT.

      *****************************************************************
      *    THE APPROVED EXCEPTIONS IN FORCE AT MONTH END, WITH WHO
      *    APPROVED EACH AND WHY. AN ENTRY THAT HAD EXPIRED BY THEN,
      *    OR WAS NOT GRANTED UNTIL AFTER IT, IS COUNTED, NOT LISTED
      *    - IT SUPPRESSED NOTHING THAT DAY.
      *****************************************************************
       870-LIST-SUPPRESSIONS.
            MOVE "SUPPRESSED ACCOUNTS:" TO WS-RPT-TEXT-LABEL.
            MOVE "ACCOUNT  OFFICER  EXPIRES  REASON"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            OPEN INPUT SUPPRSFILE.
            IF SUP-FILE-STATUS NOT = "00"
               MOVE "SUPPRESSION NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2SUPPRS UNAVAILABLE - NONE LISTED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               GO TO 870-LIST-SUPPRESSIONS-EXIT
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 871-LIST-ONE-SUPPRESSION UNTIL WS-AT-EOF.
            CLOSE SUPPRSFILE.
            MOVE "SUPPRESSIONS IN FORCE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SUP-LISTED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "EXPIRED BY MONTH END:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SUP-EXPIRED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "GRANTED AFTER MONTH END:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SUP-LATER-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
       870-LIST-SUPPRESSIONS-EXIT.
            EXIT.

       871-LIST-ONE-SUPPRESSION.
            READ SUPPRSFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF SUP-ACCT-ID NOT = SPACES
                      AND SUP-EXPIRY-DATE IS NUMERIC
                      AND SUP-EXPIRY-DATE > 0
                      AND SUP-EXPIRY-DATE < WS-MONTH-END
                      ADD 1 TO WS-SUP-EXPIRED-COUNT
                      MOVE SPACES TO SUP-ACCT-ID
                   END-IF
                   IF SUP-ACCT-ID NOT = SPACES
                      AND SUP-GRANT-DATE IS NUMERIC
                      AND SUP-GRANT-DATE > WS-MONTH-END
                      ADD 1 TO WS-SUP-LATER-COUNT
                      MOVE SPACES TO SUP-ACCT-ID
                   END-IF
                   IF SUP-ACCT-ID NOT = SPACES
                      PERFORM 872-PUT-SUPPRESSION-LINE
                   END-IF
            END-READ.

      *    AN ENTRY FROM BEFORE THE APPROVAL FIELDS HAS NO OFFICER
      *    OR EXPIRY - IT IS SHOWN AS SUCH SO THE AUDITOR SEES THE
      *    GAP RATHER THAN A BLANK.
       872-PUT-SUPPRESSION-LINE.
            ADD 1 TO WS-SUP-LISTED.
            MOVE SUP-ACCT-ID TO WS-RPT-SUP-ACCT.
            MOVE SUP-OFFICER TO WS-RPT-SUP-OFFICER.
            IF SUP-OFFICER = SPACES
               MOVE "(NONE)" TO WS-RPT-SUP-OFFICER
            END-IF.
            IF SUP-EXPIRY-DATE IS NUMERIC AND SUP-EXPIRY-DATE > 0
               MOVE SUP-EXPIRY-DATE TO WS-RPT-SUP-EXPIRY
            ELSE
               MOVE "NONE" TO WS-RPT-SUP-EXPIRY
            END-IF.
            MOVE SUP-REASON TO WS-RPT-SUP-REASON.
            IF SUP-REASON = SPACES
               MOVE "NO APPROVAL ON RECORD" TO WS-RPT-SUP-REASON
            END-IF.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-SUP-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      *    SIGNED ON THE PRINTED COPY AND FILED WITH THE AUDIT
      *    EVIDENCE; THE GENERATION NUMBER TIES IT TO ITS SNAPSHOT.
       890-PUT-SIGN-OFF.
            MOVE SPACES TO RPT-LINE.
            WRITE RPT-LINE.
            MOVE "ATTESTATION SIGN-OFF:" TO WS-RPT-TEXT-LABEL.
            MOVE SPACES TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "  PREPARED BY (OPERATIONS):" TO WS-RPT-TEXT-LABEL.
            MOVE "____________________  DATE ________"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "  REVIEWED BY (SECURITY):" TO WS-RPT-TEXT-LABEL.
            MOVE "____________________  DATE ________"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "  ATTESTED BY (SYSTEM OWNER):" TO WS-RPT-TEXT-LABEL.
            MOVE "____________________  DATE ________"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.

       900-TERMINATE.
      *    NO MASTER MEANS NO SNAPSHOT - THE MONTH CANNOT BE
      *    ATTESTED AND THE RUN MUST BE MADE GOOD BEFORE THE NEXT
      *    MAIN RUN MOVES THE MASTER ON. A FULL SOURCE TABLE OR A
      *    MASTER ALREADY PAST MONTH END STILL LEAVES A SNAPSHOT,
      *    BUT ONE SOMEONE HAS TO LOOK AT BEFORE SIGNING.
            EVALUATE TRUE
                WHEN NOT WS-MASTER-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN WS-SRC-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
                WHEN WS-AFTER-MONTH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                WHEN OTHER
                   MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            IF WS-MASTER-AVAILABLE
               CLOSE MASTERFILE
            END-IF.
            CLOSE REPORTFILE.
