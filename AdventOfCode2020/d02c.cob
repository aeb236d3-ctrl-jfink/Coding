       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-C.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - MONTHLY FEED-PROVIDER QUALITY
      *              SCORECARD, ONE SECTION PER SOURCE ID, FOR EACH
      *              FEED OWNER'S MONTHLY SERVICE REVIEW. BUILT FROM
      *              THREE HISTORIES THE NIGHTLY JOB ALREADY KEEPS:
      *              D2.OPSLOG (THE MAIN RUN'S PER-SOURCE READ AND
      *              EXPECTED COUNTS - NIGHTS RUN, NIGHTS WITH A
      *              READ/EXPECTED MISMATCH, RECORDS READ),
      *              D2.SRCSTAT (EXCEPTION, DQ EXCEPTION, UNKNOWN-
      *              ACCOUNT AND DUPLICATE COUNTS PER NIGHT) AND THE
      *              RETAINED EXARCH GENERATIONS, SORTED BY SOURCE,
      *              LINE AND RUN DATE (NEW EXCEPTION LINES BY
      *              REASON CODE, REPAIR TURNAROUND FROM A LINE'S
      *              FIRST APPEARANCE TO ITS REPAIRED DISPOSITION,
      *              AND LINES STILL CARRIED PAST THE D2.RCYCTL
      *              AGING THRESHOLD AT MONTH END). THE MONTH COMES
      *              FROM D2.SCRCTL; WITHOUT ONE IT IS THE MONTH
      *              BEFORE THE RUN DATE. READ-ONLY.
      *  10/15  RF   THE ARCHIVE NOW HOLDS THE LINE WITH ITS PASSWORD
      *              MASKED PLUS ITS LINE KEY (305 BYTES); A LINE'S
      *              HISTORY IS GROUPED BY THE KEY, SINCE TWO LINES
      *              DIFFERING ONLY IN THE PASSWORD MASK THE SAME.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPSFILE ASSIGN TO D2OPSLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPS-FILE-STATUS.
           SELECT SRCSTATFILE ASSIGN TO D2SRCST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRS-FILE-STATUS.
           SELECT ARCSRTFILE ASSIGN TO D2ARCSRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AXR-FILE-STATUS.
           SELECT SCRCTLFILE ASSIGN TO D2SCRCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCC-FILE-STATUS.
           SELECT RCYCTLFILE ASSIGN TO D2RCYCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCT-FILE-STATUS.
           SELECT REPORTFILE ASSIGN TO D2CREPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD OPSFILE.
         COPY D02OPS.

         FD SRCSTATFILE.
         COPY D02SRCS.

      *    THE EXCEPTION LIFECYCLE ARCHIVE - EVERY RETAINED
      *    GENERATION, SORTED BY THE JOB'S SORT STEP ON SOURCE ID,
      *    LINE KEY AND RUN DATE, SO EACH LINE'S HISTORY
      *    ARRIVES TOGETHER AND IN DATE ORDER. LAYOUT OWNED BY
      *    AOC-2020-02-R.
         FD ARCSRTFILE.
         01 AXR-RECORD.
           05 AXR-RUN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 AXR-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 AXR-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 AXR-DISPOSITION PIC X(08).
           05 FILLER PIC X(01).
           05 AXR-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 AXR-LINE-KEY PIC X(64).

      *    SCORECARD CONTROL CARD - THE MONTH TO SCORE, YYYYMM IN
      *    COLUMNS 1-6. ZEROS, BLANKS OR NO CARD MEAN THE MONTH
      *    BEFORE THE RUN DATE, THE NORMAL FIRST-OF-MONTH CASE.
         FD SCRCTLFILE.
         01 SCC-RECORD.
           05 SCC-MONTH PIC 9(06).
           05 SCC-MONTH-R REDEFINES SCC-MONTH.
             10 SCC-MONTH-YYYY PIC 9(04).
             10 SCC-MONTH-MM PIC 9(02).
           05 FILLER PIC X(74).

      *    THE RECYCLE'S OWN CONTROL CARD, SO "CARRIED PAST THE
      *    THRESHOLD" MEANS EXACTLY WHAT THE NIGHTLY AGING REPORT
      *    MEANS BY IT.
         FD RCYCTLFILE.
         01 RCT-RECORD.
           05 RCT-AGING-DAYS PIC 9(03).
           05 FILLER PIC X(77).

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 OPS-FILE-STATUS PIC XX.
         01 SRS-FILE-STATUS PIC XX.
         01 AXR-FILE-STATUS PIC XX.
         01 SCC-FILE-STATUS PIC XX.
         01 RCT-FILE-STATUS PIC XX.

         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).

      *    THE MONTH UNDER REVIEW. A RECORD BELONGS TO IT WHEN ITS
      *    RUN DATE IS ON OR AFTER THE FIRST AND BEFORE THE FIRST
      *    OF THE NEXT MONTH; AGES ARE TAKEN AS OF THE LAST DAY.
         01 WS-MONTH PIC 9(06).
         01 WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(04).
           05 WS-MONTH-MM PIC 9(02).
         01 WS-MONTH-START PIC 9(08).
         01 WS-NEXT-MONTH-START PIC 9(08).
         01 WS-MONTH-END-INT PIC 9(09) COMP.
         01 WS-DATE-INT PIC 9(09) COMP.
         01 WS-AGE-DAYS PIC S9(05) COMP.
         01 WS-AGING-DAYS PIC 9(03) VALUE 7.

         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-OPS-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-OPS-AVAILABLE VALUE "Y".
         01 WS-SRS-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-SRS-AVAILABLE VALUE "Y".
         01 WS-ARC-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-ARC-AVAILABLE VALUE "Y".

      *    THE REASON CODES THE MAIN RUN WRITES, IN A FIXED ORDER
      *    SO EVERY SOURCE'S BREAKDOWN PRINTS THE SAME WAY. ANY
      *    OTHER CODE COUNTS UNDER THE LAST SLOT.
         01 WS-REASON-CODE-VALUES.
           05 FILLER PIC X(28) VALUE "RLENACCTIDNTOVFLSHAPMMSWOTHR".
         01 WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-VALUES.
           05 WS-REASON-CODE PIC X(04) OCCURS 7 TIMES.
         01 WS-REASON-MAX PIC 9(1) VALUE 7.
         01 WS-RSN-IDX PIC 9(1).
         01 WS-RSN-MATCH-IDX PIC 9(1).

      *    ONE ENTRY PER SOURCE ID MET IN ANY OF THE THREE
      *    HISTORIES, SAME SHAPE AND CAP AS THE COVERAGE REPORT'S
      *    SOURCE SPLIT. THE PENDING FIELDS HOLD THE LATEST MAIN-
      *    RUN FIGURES FOR ONE RUN DATE UNTIL THE DATE CHANGES - A
      *    RESTARTED NIGHT LOGS MORE THAN ONE RECORD, AND ONLY ITS
      *    LAST ONE CARRIES THE WHOLE NIGHT.
         01 WS-SRC-TABLE-COUNT PIC 9(2) VALUE 0.
         01 WS-SRC-TABLE-MAX PIC 9(2) VALUE 10.
         01 WS-SRC-TABLE-OVERFLOW-SW PIC X(01) VALUE "N".
           88 WS-SRC-TABLE-FULL VALUE "Y".
         01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 10 TIMES INDEXED BY WS-SRC-IDX.
             10 WS-SRC-ID PIC X(08).
             10 WS-SRC-NIGHTS PIC 9(05).
             10 WS-SRC-MISMATCH-NIGHTS PIC 9(05).
             10 WS-SRC-READ PIC 9(11).
             10 WS-SRC-EXCEPTIONS PIC 9(09).
             10 WS-SRC-DQ-EXCEPTIONS PIC 9(09).
             10 WS-SRC-IDENT PIC 9(09).
             10 WS-SRC-DUPLICATES PIC 9(09).
             10 WS-SRC-NEW-LINES PIC 9(09).
             10 WS-SRC-REASON-NEW PIC 9(09) OCCURS 7 TIMES.
             10 WS-SRC-REPAIRED PIC 9(09).
             10 WS-SRC-REPAIR-DAYS PIC 9(11).
             10 WS-SRC-REPAIR-MAX PIC 9(05).
             10 WS-SRC-RESOLVED PIC 9(09).
             10 WS-SRC-OPEN PIC 9(09).
             10 WS-SRC-AGED PIC 9(09).
             10 WS-SRC-OPS-PEND-DATE PIC 9(08).
             10 WS-SRC-OPS-PEND-READ PIC 9(09).
             10 WS-SRC-OPS-PEND-EXPECTED PIC 9(09).
             10 WS-SRC-SRS-PEND-DATE PIC 9(08).
             10 WS-SRC-SRS-PEND-EXC PIC 9(09).
             10 WS-SRC-SRS-PEND-DQ PIC 9(09).
             10 WS-SRC-SRS-PEND-IDENT PIC 9(09).
             10 WS-SRC-SRS-PEND-DUP PIC 9(09).
         01 WS-SRC-FOUND PIC X(01) VALUE "N".
           88 WS-SRC-ENTRY-FOUND VALUE "Y".
         01 WS-SRC-MATCH-IDX PIC 9(2) VALUE 0.
         01 WS-LOOKUP-ID PIC X(08).
         01 WS-OPS-IDX PIC 9(1).

      *    THE ARCHIVE LINE CURRENTLY UNDER THE CONTROL BREAK AND
      *    ITS OPEN EPISODE - FROM ITS FIRST ARCHIVE APPEARANCE TO
      *    ITS REPAIRED OR RESOLVED DISPOSITION. A LINE REJECTED
      *    AGAIN AFTER A REPAIR STARTS A NEW EPISODE.
         01 WS-GRP-SOURCE PIC X(08).
         01 WS-GRP-KEY PIC X(64).
         01 WS-GRP-SRC-IDX PIC 9(2) VALUE 0.
         01 WS-EPISODE-SW PIC X(01) VALUE "N".
           88 WS-EPISODE-OPEN VALUE "Y".
         01 WS-EPISODE-FIRST-INT PIC 9(09) COMP.

      *    RUN TOTALS.
         01 WS-OPS-READ PIC 9(9) VALUE 0.
         01 WS-SRS-READ PIC 9(9) VALUE 0.
         01 WS-ARC-READ PIC 9(9) VALUE 0.

         01 WS-RATE-WORK PIC 9(03)V99.
         01 WS-DAYS-WORK PIC 9(05)V9.

      *    STAGED REPORT LINE LAYOUTS, SAME PATTERN AS AOC-2020-02-1.
         01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-SUM-LABEL PIC X(30).
           05 WS-RPT-SUM-VALUE PIC ZZZ,ZZZ,ZZ9.
         01 WS-RPT-TEXT-LINE.
           05 WS-RPT-TEXT-LABEL PIC X(30).
           05 WS-RPT-TEXT-VALUE PIC X(40).
         01 WS-RPT-RATE-LINE.
           05 WS-RPT-RATE-LABEL PIC X(30).
           05 WS-RPT-RATE-VALUE PIC ZZ9.99.
         01 WS-RPT-DAYS-LINE.
           05 WS-RPT-DAYS-LABEL PIC X(30).
           05 WS-RPT-DAYS-VALUE PIC ZZ,ZZ9.9.
         01 WS-RPT-REASON-LINE.
           05 FILLER PIC X(09) VALUE "  REASON ".
           05 WS-RPT-RSN-CODE PIC X(04).
           05 FILLER PIC X(14) VALUE "  NEW LINES:  ".
           05 WS-RPT-RSN-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  RATE (PCT): ".
           05 WS-RPT-RSN-RATE PIC ZZ9.99.

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            PERFORM 200-SCAN-OPS-LOG
                THRU 200-SCAN-OPS-LOG-EXIT.
            PERFORM 300-SCAN-SOURCE-EXTRACT
                THRU 300-SCAN-SOURCE-EXTRACT-EXIT.
            PERFORM 400-SCAN-ARCHIVE
                THRU 400-SCAN-ARCHIVE-EXIT.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

      *****************************************************************
      *    NIGHTS, MISMATCHES AND RECORDS READ, FROM THE MAIN RUN'S
      *    OPERATIONS RECORDS ONLY. A QUIESCED RECORD (RC 02) IS A
      *    PARTIAL NIGHT ITS RESUME SUPERSEDES, AND A STARTUP-
      *    VALIDATION ABORT (RC 12) READ NOTHING - NEITHER IS A
      *    NIGHT'S RESULT. THE LOG IS APPENDED IN RUN ORDER, SO A
      *    NIGHT'S RECORDS ARE ADJACENT AND THE LAST ONE STANDS.
      *****************************************************************
       200-SCAN-OPS-LOG.
            OPEN INPUT OPSFILE.
            IF OPS-FILE-STATUS NOT = "00"
               GO TO 200-SCAN-OPS-LOG-EXIT
            END-IF.
            MOVE "Y" TO WS-OPS-AVAIL-SW.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 210-TAKE-ONE-OPS THRU 210-TAKE-ONE-OPS-EXIT
                UNTIL WS-AT-EOF.
            CLOSE OPSFILE.
            PERFORM 230-COMMIT-OPS-NIGHT
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT.
       200-SCAN-OPS-LOG-EXIT.
            EXIT.

       210-TAKE-ONE-OPS.
            READ OPSFILE
                AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 210-TAKE-ONE-OPS-EXIT
            END-READ.
            ADD 1 TO WS-OPS-READ.
            IF OPS-PROGRAM-ID NOT = "AOC2002A"
               OR OPS-RUN-DATE NOT NUMERIC
               GO TO 210-TAKE-ONE-OPS-EXIT
            END-IF.
            IF OPS-RUN-DATE < WS-MONTH-START
               OR OPS-RUN-DATE NOT < WS-NEXT-MONTH-START
               GO TO 210-TAKE-ONE-OPS-EXIT
            END-IF.
            IF OPS-RETURN-CODE = 2 OR OPS-RETURN-CODE = 12
               GO TO 210-TAKE-ONE-OPS-EXIT
            END-IF.
            PERFORM 220-STAGE-OPS-SOURCE
                VARYING WS-OPS-IDX FROM 1 BY 1
                UNTIL WS-OPS-IDX > 3.
       210-TAKE-ONE-OPS-EXIT.
            EXIT.

       220-STAGE-OPS-SOURCE.
            IF OPS-SRC-ID(WS-OPS-IDX) NOT = SPACES
               MOVE OPS-SRC-ID(WS-OPS-IDX) TO WS-LOOKUP-ID
               PERFORM 500-FIND-SOURCE
               IF WS-SRC-MATCH-IDX > 0
                  SET WS-SRC-IDX TO WS-SRC-MATCH-IDX
                  IF WS-SRC-OPS-PEND-DATE(WS-SRC-IDX)
                      NOT = OPS-RUN-DATE
                     PERFORM 230-COMMIT-OPS-NIGHT
                  END-IF
                  MOVE OPS-RUN-DATE TO WS-SRC-OPS-PEND-DATE(WS-SRC-IDX)
                  MOVE OPS-SRC-READ(WS-OPS-IDX)
                      TO WS-SRC-OPS-PEND-READ(WS-SRC-IDX)
                  MOVE OPS-SRC-EXPECTED(WS-OPS-IDX)
                      TO WS-SRC-OPS-PEND-EXPECTED(WS-SRC-IDX)
               END-IF
            END-IF.

      *    THE SAME MISMATCH TEST THE MAIN RUN'S SOURCE SECTION
      *    APPLIES - ONLY A SOURCE WITH AN EXPECTED COUNT CAN MISS
      *    IT.
       230-COMMIT-OPS-NIGHT.
            IF WS-SRC-OPS-PEND-DATE(WS-SRC-IDX) > 0
               ADD 1 TO WS-SRC-NIGHTS(WS-SRC-IDX)
               ADD WS-SRC-OPS-PEND-READ(WS-SRC-IDX)
                   TO WS-SRC-READ(WS-SRC-IDX)
               IF WS-SRC-OPS-PEND-EXPECTED(WS-SRC-IDX) > 0
                  AND WS-SRC-OPS-PEND-EXPECTED(WS-SRC-IDX)
                      NOT = WS-SRC-OPS-PEND-READ(WS-SRC-IDX)
                  ADD 1 TO WS-SRC-MISMATCH-NIGHTS(WS-SRC-IDX)
               END-IF
               MOVE 0 TO WS-SRC-OPS-PEND-DATE(WS-SRC-IDX)
            END-IF.

      *****************************************************************
      *    EXCEPTION, DQ EXCEPTION, UNKNOWN-ACCOUNT AND DUPLICATE
      *    COUNTS FROM THE PER-SOURCE RUN EXTRACT, UNDER THE SAME
      *    LAST-RECORD-OF-THE-NIGHT RULE AS THE OPERATIONS LOG.
      *****************************************************************
       300-SCAN-SOURCE-EXTRACT.
            OPEN INPUT SRCSTATFILE.
            IF SRS-FILE-STATUS NOT = "00"
               GO TO 300-SCAN-SOURCE-EXTRACT-EXIT
            END-IF.
            MOVE "Y" TO WS-SRS-AVAIL-SW.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 310-TAKE-ONE-SRS THRU 310-TAKE-ONE-SRS-EXIT
                UNTIL WS-AT-EOF.
            CLOSE SRCSTATFILE.
            PERFORM 330-COMMIT-SRS-NIGHT
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT.
       300-SCAN-SOURCE-EXTRACT-EXIT.
            EXIT.

       310-TAKE-ONE-SRS.
            READ SRCSTATFILE
                AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 310-TAKE-ONE-SRS-EXIT
            END-READ.
            ADD 1 TO WS-SRS-READ.
            IF SRS-RUN-DATE NOT NUMERIC
               OR SRS-SOURCE-ID = SPACES
               GO TO 310-TAKE-ONE-SRS-EXIT
            END-IF.
            IF SRS-RUN-DATE < WS-MONTH-START
               OR SRS-RUN-DATE NOT < WS-NEXT-MONTH-START
               GO TO 310-TAKE-ONE-SRS-EXIT
            END-IF.
            IF SRS-RETURN-CODE = 2 OR SRS-RETURN-CODE = 12
               GO TO 310-TAKE-ONE-SRS-EXIT
            END-IF.
            MOVE SRS-SOURCE-ID TO WS-LOOKUP-ID.
            PERFORM 500-FIND-SOURCE.
            IF WS-SRC-MATCH-IDX = 0
               GO TO 310-TAKE-ONE-SRS-EXIT
            END-IF.
            SET WS-SRC-IDX TO WS-SRC-MATCH-IDX.
            IF WS-SRC-SRS-PEND-DATE(WS-SRC-IDX) NOT = SRS-RUN-DATE
               PERFORM 330-COMMIT-SRS-NIGHT
            END-IF.
            MOVE SRS-RUN-DATE TO WS-SRC-SRS-PEND-DATE(WS-SRC-IDX).
            MOVE SRS-EXCEPTIONS TO WS-SRC-SRS-PEND-EXC(WS-SRC-IDX).
            MOVE SRS-DQ-EXCEPTIONS TO WS-SRC-SRS-PEND-DQ(WS-SRC-IDX).
            MOVE SRS-IDENT-UNKNOWN
                TO WS-SRC-SRS-PEND-IDENT(WS-SRC-IDX).
            MOVE SRS-DUPLICATES TO WS-SRC-SRS-PEND-DUP(WS-SRC-IDX).
       310-TAKE-ONE-SRS-EXIT.
            EXIT.

       330-COMMIT-SRS-NIGHT.
            IF WS-SRC-SRS-PEND-DATE(WS-SRC-IDX) > 0
               ADD WS-SRC-SRS-PEND-EXC(WS-SRC-IDX)
                   TO WS-SRC-EXCEPTIONS(WS-SRC-IDX)
               ADD WS-SRC-SRS-PEND-DQ(WS-SRC-IDX)
                   TO WS-SRC-DQ-EXCEPTIONS(WS-SRC-IDX)
               ADD WS-SRC-SRS-PEND-IDENT(WS-SRC-IDX)
                   TO WS-SRC-IDENT(WS-SRC-IDX)
               ADD WS-SRC-SRS-PEND-DUP(WS-SRC-IDX)
                   TO WS-SRC-DUPLICATES(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-SRS-PEND-DATE(WS-SRC-IDX)
            END-IF.

      *****************************************************************
      *    THE ARCHIVE, ONE LINE'S HISTORY AT A TIME. RECORDS AFTER
      *    THE MONTH ARE PASSED OVER, SO A LINE REPAIRED IN THE
      *    FOLLOWING MONTH STILL COUNTS AS CARRIED AT THIS MONTH'S
      *    END; RECORDS BEFORE IT ONLY ESTABLISH WHEN A LINE FIRST
      *    APPEARED. A LINE WHOSE FIRST APPEARANCE IS OLDER THAN THE
      *    OLDEST RETAINED GENERATION DATES FROM THAT GENERATION.
      *****************************************************************
       400-SCAN-ARCHIVE.
            OPEN INPUT ARCSRTFILE.
            IF AXR-FILE-STATUS NOT = "00"
               GO TO 400-SCAN-ARCHIVE-EXIT
            END-IF.
            MOVE "Y" TO WS-ARC-AVAIL-SW.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE HIGH-VALUES TO WS-GRP-SOURCE.
            MOVE HIGH-VALUES TO WS-GRP-KEY.
            PERFORM 410-TAKE-ONE-ARCHIVE THRU 410-TAKE-ONE-ARCHIVE-EXIT
                UNTIL WS-AT-EOF.
            PERFORM 440-CLOSE-LINE.
            CLOSE ARCSRTFILE.
       400-SCAN-ARCHIVE-EXIT.
            EXIT.

       410-TAKE-ONE-ARCHIVE.
            READ ARCSRTFILE
                AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 410-TAKE-ONE-ARCHIVE-EXIT
            END-READ.
            ADD 1 TO WS-ARC-READ.
            IF AXR-RUN-DATE NOT NUMERIC
               OR AXR-RUN-DATE NOT < WS-NEXT-MONTH-START
               GO TO 410-TAKE-ONE-ARCHIVE-EXIT
            END-IF.
            IF AXR-SOURCE-ID NOT = WS-GRP-SOURCE
               OR AXR-LINE-KEY NOT = WS-GRP-KEY
               PERFORM 440-CLOSE-LINE
               MOVE AXR-SOURCE-ID TO WS-GRP-SOURCE
               MOVE AXR-LINE-KEY TO WS-GRP-KEY
               MOVE AXR-SOURCE-ID TO WS-LOOKUP-ID
               PERFORM 500-FIND-SOURCE
               MOVE WS-SRC-MATCH-IDX TO WS-GRP-SRC-IDX
            END-IF.
            IF WS-GRP-SRC-IDX = 0
               GO TO 410-TAKE-ONE-ARCHIVE-EXIT
            END-IF.
            SET WS-SRC-IDX TO WS-GRP-SRC-IDX.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(AXR-RUN-DATE).
            EVALUATE AXR-DISPOSITION
                WHEN "REPAIRED"
                   IF NOT WS-EPISODE-OPEN
                      PERFORM 430-OPEN-EPISODE
                   END-IF
                   IF AXR-RUN-DATE NOT < WS-MONTH-START
                      PERFORM 420-COUNT-REPAIR
                   END-IF
                   MOVE "N" TO WS-EPISODE-SW
                WHEN "CARRIED"
                   IF NOT WS-EPISODE-OPEN
                      PERFORM 430-OPEN-EPISODE
                   END-IF
      *        RESOLVED - THE LINE STOPPED ARRIVING AS AN EXCEPTION,
      *        FIXED AT THE FEED RATHER THAN THROUGH D2.FIXES.
                WHEN OTHER
                   IF AXR-RUN-DATE NOT < WS-MONTH-START
                      ADD 1 TO WS-SRC-RESOLVED(WS-SRC-IDX)
                   END-IF
                   MOVE "N" TO WS-EPISODE-SW
            END-EVALUATE.
       410-TAKE-ONE-ARCHIVE-EXIT.
            EXIT.

       420-COUNT-REPAIR.
            ADD 1 TO WS-SRC-REPAIRED(WS-SRC-IDX).
            COMPUTE WS-AGE-DAYS = WS-DATE-INT - WS-EPISODE-FIRST-INT.
            ADD WS-AGE-DAYS TO WS-SRC-REPAIR-DAYS(WS-SRC-IDX).
            IF WS-AGE-DAYS > WS-SRC-REPAIR-MAX(WS-SRC-IDX)
               MOVE WS-AGE-DAYS TO WS-SRC-REPAIR-MAX(WS-SRC-IDX)
            END-IF.

      *    A NEW EPISODE COUNTS AS A NEW EXCEPTION LINE, UNDER THE
      *    REASON IT FIRST FAILED FOR, WHEN IT OPENED IN THE MONTH.
       430-OPEN-EPISODE.
            MOVE "Y" TO WS-EPISODE-SW.
            MOVE WS-DATE-INT TO WS-EPISODE-FIRST-INT.
            IF AXR-RUN-DATE NOT < WS-MONTH-START
               ADD 1 TO WS-SRC-NEW-LINES(WS-SRC-IDX)
               MOVE WS-REASON-MAX TO WS-RSN-MATCH-IDX
               PERFORM 431-MATCH-REASON
                   VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX >= WS-REASON-MAX
               ADD 1 TO WS-SRC-REASON-NEW(WS-SRC-IDX, WS-RSN-MATCH-IDX)
            END-IF.

       431-MATCH-REASON.
            IF AXR-REASON-CODE = WS-REASON-CODE(WS-RSN-IDX)
               MOVE WS-RSN-IDX TO WS-RSN-MATCH-IDX
            END-IF.

      *    END OF ONE LINE'S HISTORY. AN EPISODE STILL OPEN WAS
      *    CARRIED ON THE LAST ARCHIVE IN THE MONTH AND IS AGED AS
      *    OF THE MONTH'S LAST DAY, AGAINST THE RECYCLE THRESHOLD.
       440-CLOSE-LINE.
            IF WS-EPISODE-OPEN AND WS-GRP-SRC-IDX > 0
               SET WS-SRC-IDX TO WS-GRP-SRC-IDX
               ADD 1 TO WS-SRC-OPEN(WS-SRC-IDX)
               COMPUTE WS-AGE-DAYS =
                   WS-MONTH-END-INT - WS-EPISODE-FIRST-INT
               IF WS-AGE-DAYS > WS-AGING-DAYS
                  ADD 1 TO WS-SRC-AGED(WS-SRC-IDX)
               END-IF
            END-IF.
            MOVE "N" TO WS-EPISODE-SW.

      *    LOCATE WS-LOOKUP-ID IN THE SOURCE TABLE, ADDING IT WHEN
      *    THERE IS ROOM. WS-SRC-MATCH-IDX IS ZERO WHEN THE TABLE IS
      *    FULL AND THE SOURCE IS NOT ON IT.
       500-FIND-SOURCE.
            MOVE "N" TO WS-SRC-FOUND.
            MOVE 0 TO WS-SRC-MATCH-IDX.
            PERFORM 501-MATCH-SOURCE-ENTRY
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
                OR WS-SRC-ENTRY-FOUND.
            IF NOT WS-SRC-ENTRY-FOUND
               IF WS-SRC-TABLE-COUNT < WS-SRC-TABLE-MAX
                  ADD 1 TO WS-SRC-TABLE-COUNT
                  MOVE WS-SRC-TABLE-COUNT TO WS-SRC-MATCH-IDX
                  SET WS-SRC-IDX TO WS-SRC-TABLE-COUNT
                  INITIALIZE WS-SRC-ENTRY(WS-SRC-IDX)
                  MOVE WS-LOOKUP-ID TO WS-SRC-ID(WS-SRC-IDX)
               ELSE
                  MOVE "Y" TO WS-SRC-TABLE-OVERFLOW-SW
               END-IF
            END-IF.

       501-MATCH-SOURCE-ENTRY.
            IF WS-SRC-ID(WS-SRC-IDX) = WS-LOOKUP-ID
               MOVE "Y" TO WS-SRC-FOUND
               MOVE WS-SRC-IDX TO WS-SRC-MATCH-IDX
            END-IF.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-SCORECARD-CONTROL.
            PERFORM 115-LOAD-RECYCLE-CONTROL.
            COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1.
            IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-MONTH-YYYY + 1) * 10000 + 101
            ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
            END-IF.
            COMPUTE WS-MONTH-END-INT =
                FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.

       110-LOAD-SCORECARD-CONTROL.
      *    THE SCORECARD CONTROL CARD IS OPTIONAL - WITHOUT A USABLE
      *    MONTH ON IT THE MONTH JUST ENDED IS SCORED, SAME
      *    OPTIONAL-CONTROL-CARD CONVENTION AS D2.RVKCTL.
            IF WS-RUN-MM = 1
               COMPUTE WS-MONTH-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-MONTH-MM
            ELSE
               MOVE WS-RUN-YYYY TO WS-MONTH-YYYY
               COMPUTE WS-MONTH-MM = WS-RUN-MM - 1
            END-IF.
            OPEN INPUT SCRCTLFILE.
            IF SCC-FILE-STATUS = "00"
               READ SCRCTLFILE
                   AT END CONTINUE
                   NOT AT END
                      IF SCC-MONTH IS NUMERIC
                         AND SCC-MONTH-YYYY > 1600
                         AND SCC-MONTH-MM > 0
                         AND SCC-MONTH-MM < 13
                         MOVE SCC-MONTH TO WS-MONTH
                      END-IF
               END-READ
               CLOSE SCRCTLFILE
            END-IF.

       115-LOAD-RECYCLE-CONTROL.
      *    SAME DEFAULT AS THE RECYCLE ITSELF - SEVEN DAYS.
            OPEN INPUT RCYCTLFILE.
            IF RCT-FILE-STATUS = "00"
               READ RCYCTLFILE
                   AT END CONTINUE
                   NOT AT END
                      IF RCT-AGING-DAYS IS NUMERIC
                         AND RCT-AGING-DAYS > 0
                         MOVE RCT-AGING-DAYS TO WS-AGING-DAYS
                      END-IF
               END-READ
               CLOSE RCYCTLFILE
            END-IF.

       800-WRITE-REPORT.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "SCORECARD MONTH:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-MONTH TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "AGING THRESHOLD (DAYS):" TO WS-RPT-SUM-LABEL.
            MOVE WS-AGING-DAYS TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "OPSLOG RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-OPS-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SOURCE EXTRACT RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRS-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ARCHIVE RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ARC-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SOURCES SCORED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-TABLE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            PERFORM 810-WRITE-SOURCE-SECTION
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT.
            IF WS-SRC-TABLE-FULL
               MOVE "SOURCE NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "10-SOURCE CAP HIT - SCORECARD INCOMPLETE"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-OPS-AVAILABLE
               MOVE "OPERATIONS LOG NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2OPSLOG UNAVAILABLE - NO READ COUNTS"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-SRS-AVAILABLE
               MOVE "SOURCE EXTRACT NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2SRCST MISSING - NO EXCEPTION COUNTS"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-ARC-AVAILABLE
               MOVE "EXCEPTION ARCHIVE NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2ARCSRT UNAVAILABLE - NO TURNAROUND"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

       810-WRITE-SOURCE-SECTION.
            MOVE "SOURCE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "NIGHTS RUN:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-NIGHTS(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "NIGHTS READ/EXPECTED MISMATCH:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-MISMATCH-NIGHTS(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-READ(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "EXCEPTION RECORDS:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-EXCEPTIONS(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "DQ EXCEPTION RECORDS:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-DQ-EXCEPTIONS(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "EXCEPTION RATE (PCT):" TO WS-RPT-RATE-LABEL.
            MOVE 0 TO WS-RATE-WORK.
            IF WS-SRC-READ(WS-SRC-IDX) > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   (WS-SRC-EXCEPTIONS(WS-SRC-IDX)
                    + WS-SRC-DQ-EXCEPTIONS(WS-SRC-IDX)) * 100
                   / WS-SRC-READ(WS-SRC-IDX)
                   ON SIZE ERROR MOVE 999.99 TO WS-RATE-WORK
               END-COMPUTE
            END-IF.
            MOVE WS-RATE-WORK TO WS-RPT-RATE-VALUE.
            PERFORM 840-PUT-RATE-LINE.
            MOVE "UNKNOWN ACCOUNTS (IDNT):" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-IDENT(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "DUPLICATE RECORDS:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-DUPLICATES(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "NEW EXCEPTION LINES:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-NEW-LINES(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            PERFORM 815-WRITE-REASON-LINE
                VARYING WS-RSN-IDX FROM 1 BY 1
                UNTIL WS-RSN-IDX > WS-REASON-MAX.
            MOVE "LINES REPAIRED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-REPAIRED(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "AVG REPAIR TURNAROUND (DAYS):" TO WS-RPT-DAYS-LABEL.
            MOVE 0 TO WS-DAYS-WORK.
            IF WS-SRC-REPAIRED(WS-SRC-IDX) > 0
               COMPUTE WS-DAYS-WORK ROUNDED =
                   WS-SRC-REPAIR-DAYS(WS-SRC-IDX)
                   / WS-SRC-REPAIRED(WS-SRC-IDX)
            END-IF.
            MOVE WS-DAYS-WORK TO WS-RPT-DAYS-VALUE.
            PERFORM 850-PUT-DAYS-LINE.
            MOVE "MAX REPAIR TURNAROUND (DAYS):" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-REPAIR-MAX(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "LINES RESOLVED AT THE FEED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-RESOLVED(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "STILL CARRIED AT MONTH END:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-OPEN(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CARRIED PAST THRESHOLD:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-AGED(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.

      *    ONLY THE REASONS THE SOURCE ACTUALLY PRODUCED.
       815-WRITE-REASON-LINE.
            IF WS-SRC-REASON-NEW(WS-SRC-IDX, WS-RSN-IDX) > 0
               MOVE WS-REASON-CODE(WS-RSN-IDX) TO WS-RPT-RSN-CODE
               MOVE WS-SRC-REASON-NEW(WS-SRC-IDX, WS-RSN-IDX)
                   TO WS-RPT-RSN-COUNT
               MOVE 0 TO WS-RATE-WORK
               IF WS-SRC-READ(WS-SRC-IDX) > 0
                  COMPUTE WS-RATE-WORK ROUNDED =
                      WS-SRC-REASON-NEW(WS-SRC-IDX, WS-RSN-IDX) * 100
                      / WS-SRC-READ(WS-SRC-IDX)
                      ON SIZE ERROR MOVE 999.99 TO WS-RATE-WORK
                  END-COMPUTE
               END-IF
               MOVE WS-RATE-WORK TO WS-RPT-RSN-RATE
               MOVE SPACES TO RPT-LINE
               MOVE WS-RPT-REASON-LINE TO RPT-LINE
               WRITE RPT-LINE
            END-IF.

       820-PUT-SUMMARY-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       830-PUT-TEXT-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-TEXT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       840-PUT-RATE-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-RATE-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       850-PUT-DAYS-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-DAYS-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       900-TERMINATE.
      *    WITHOUT THE OPERATIONS LOG THERE ARE NO NIGHTS AND NO
      *    READ COUNTS, SO NO RATE MEANS ANYTHING - THE DISTINCT
      *    RETURN-CODE KEEPS AN EMPTY SCORECARD FROM GOING TO A
      *    FEED OWNER AS A CLEAN MONTH. A MISSING EXTRACT OR
      *    ARCHIVE, OR A FULL SOURCE TABLE, LEAVES IT SHORT.
            EVALUATE TRUE
                WHEN NOT WS-OPS-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN NOT WS-SRS-AVAILABLE
                   MOVE 4 TO RETURN-CODE
                WHEN NOT WS-ARC-AVAILABLE
                   MOVE 4 TO RETURN-CODE
                WHEN WS-SRC-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
                WHEN OTHER
                   MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            CLOSE REPORTFILE.
