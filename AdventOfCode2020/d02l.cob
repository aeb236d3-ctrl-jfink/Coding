       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-L.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - END-OF-JOB CROSS-STEP
      *              BALANCING FOR D02AJOB. EACH STEP'S OWN REPORT
      *              ONLY EVER AGREED WITH ITSELF; NOTHING TIED THE
      *              STAGING PASS TO THE MAIN RUN OR THE MAIN RUN
      *              TO THE RECYCLE, SO A RECORD LOST OR DOUBLED
      *              BETWEEN STEPS WENT UNNOTICED UNTIL A FEED OWNER
      *              ASKED. THREE CHECKS PER SOURCE, OFF THE CONTROL
      *              TOTALS THE STAGING PASS AND THE RECYCLE APPEND
      *              TO D2CTLTOT (COPYBOOK D02CTOT) AND THE MAIN
      *              RUN'S D2SRCST RECORD: RECORDS STAGED BY STEP002
      *              EQUAL RECORDS READ BY STEP010; EXCEPTIONS
      *              STEP010 WROTE EQUAL WHAT STEP030 CONSUMED, LESS
      *              THE DUPLICATES IT DROPPED; AND THE REPAIR TAIL
      *              STAGED TONIGHT EQUALS WHAT THE PRIOR CYCLE'S
      *              STEP030 REPAIRED. THE REPORT NAMES EVERY
      *              OUT-OF-BALANCE LINE; THE VERDICT GOES TO
      *              D2OPSLOG. RETURN-CODE 8 WHEN OUT OF BALANCE, 12
      *              WHEN THE TOTALS TO BALANCE ARE MISSING - EITHER
      *              WAY THE NIGHT'S REVOCATION AND NOTIFICATION
      *              EXTRACTS ARE NOT TO BE SENT ON. READ-ONLY
      *              APART FROM THE REPORT AND THE OPERATIONS LOG.
      *  10/15  RF   COMMENTS ONLY - THE STAGING PASS NOW KNOWS THE
      *              REPAIRS FOR EVERY SOURCE; THE NOT-SEPARABLE
      *              BRANCH REMAINS FOR TOTALS WRITTEN BEFORE THAT.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLTOTFILE ASSIGN TO D2CTLTOT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTT-FILE-STATUS.
           SELECT SRCSTATFILE ASSIGN TO D2SRCST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRS-FILE-STATUS.
           SELECT OPTIONAL OPSFILE ASSIGN TO D2OPSLOG
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO D2LREPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD CTLTOTFILE.
         COPY D02CTOT.

         FD SRCSTATFILE.
         COPY D02SRCS.

         FD OPSFILE.
         COPY D02OPS.

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 CTT-FILE-STATUS PIC XX.
         01 SRS-FILE-STATUS PIC XX.

         01 WS-RUN-DATE PIC 9(08).

         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-CTT-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-CTT-AVAILABLE VALUE "Y".
         01 WS-SRS-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-SRS-AVAILABLE VALUE "Y".

      *    D2CTLTOT IS APPENDED IN RUN ORDER, SO ONE EXECUTION'S
      *    RECORDS ARE ADJACENT AND A CHANGE OF PROGRAM ID STARTS A
      *    NEW GROUP. THE LAST STAGING GROUP IS TONIGHT'S; THE LAST
      *    RECYCLE GROUP IS TONIGHT'S ONLY IF IT FOLLOWS IT. THE
      *    RECYCLE GROUP IN FORCE WHEN TONIGHT'S STAGING GROUP
      *    STARTED IS THE ONE WHOSE REPAIRS TONIGHT STAGED - FILE
      *    POSITION, NOT RUN DATE, SINCE A NIGHT CAN CROSS MIDNIGHT
      *    AND A BYPASSED RECYCLE LEAVES ITS REPAIR FILES FOR THE
      *    NEXT NIGHT. A QUIESCE RESUME'S SECOND STAGING PASS
      *    FOLLOWS THE FIRST DIRECTLY AND SIMPLY SUPERSEDES IT.
         01 WS-PREV-PROGRAM PIC X(08) VALUE SPACES.
         01 WS-STG-SEEN-SW PIC X(01) VALUE "N".
           88 WS-STG-SEEN VALUE "Y".
         01 WS-RCY-TONIGHT-SW PIC X(01) VALUE "N".
           88 WS-RCY-TONIGHT VALUE "Y".

      *    ONE ENTRY PER SOURCE ID MET ON D2CTLTOT, SAME SHAPE AND
      *    CAP AS THE SCORECARD'S SOURCE TABLE. STG IS TONIGHT'S
      *    STAGING PASS, SRS THE MAIN RUN'S LAST EXTRACT RECORD,
      *    RCY THE LATEST RECYCLE GROUP, PRV THE RECYCLE GROUP IN
      *    FORCE BEFORE TONIGHT'S STAGING PASS.
         01 WS-SRC-TABLE-COUNT PIC 9(2) VALUE 0.
         01 WS-SRC-TABLE-MAX PIC 9(2) VALUE 10.
         01 WS-SRC-TABLE-OVERFLOW-SW PIC X(01) VALUE "N".
           88 WS-SRC-TABLE-FULL VALUE "Y".
         01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 10 TIMES INDEXED BY WS-SRC-IDX.
             10 WS-SRC-ID PIC X(08).
             10 WS-SRC-STG-SW PIC X(01).
               88 WS-SRC-STAGED-TONIGHT VALUE "Y".
             10 WS-SRC-STG-STAGED PIC 9(09).
             10 WS-SRC-STG-REPAIRS PIC 9(09).
             10 WS-SRC-STG-KNOWN-SW PIC X(01).
               88 WS-SRC-STG-REPAIRS-KNOWN VALUE "Y".
             10 WS-SRC-SRS-SW PIC X(01).
               88 WS-SRC-HAS-SRS VALUE "Y".
             10 WS-SRC-SRS-READ PIC 9(09).
             10 WS-SRC-SRS-WRITTEN PIC 9(09).
             10 WS-SRC-RCY-SW PIC X(01).
               88 WS-SRC-HAS-RCY VALUE "Y".
             10 WS-SRC-RCY-CONSUMED PIC 9(09).
             10 WS-SRC-RCY-DEDUPED PIC 9(09).
             10 WS-SRC-RCY-REPAIRED PIC 9(09).
             10 WS-SRC-PRV-SW PIC X(01).
               88 WS-SRC-HAS-PRV VALUE "Y".
             10 WS-SRC-PRV-REPAIRED PIC 9(09).
         01 WS-SRC-FOUND PIC X(01) VALUE "N".
           88 WS-SRC-ENTRY-FOUND VALUE "Y".
         01 WS-SRC-MATCH-IDX PIC 9(2) VALUE 0.
         01 WS-LOOKUP-ID PIC X(08).
         01 WS-ADD-SW PIC X(01) VALUE "Y".
           88 WS-ADD-IF-MISSING VALUE "Y".
         01 WS-OPS-IDX PIC 9(1).

      *    RUN TOTALS AND THE VERDICT.
         01 WS-CTT-READ PIC 9(9) VALUE 0.
         01 WS-SRS-READ PIC 9(9) VALUE 0.
         01 WS-SOURCES-BALANCED PIC 9(9) VALUE 0.
         01 WS-CHECKS-RUN PIC 9(9) VALUE 0.
         01 WS-CHECKS-OUT PIC 9(9) VALUE 0.
         01 WS-CHECKS-SKIPPED PIC 9(9) VALUE 0.
         01 WS-NET-WRITTEN PIC 9(9).
         01 WS-CHECK-LABEL PIC X(30).
         01 WS-CHECK-RESULT PIC X(40).
         01 WS-CHECK-RESULT-SW PIC X(01).
           88 WS-CHECK-IN-BALANCE VALUE "I".
           88 WS-CHECK-OUT-OF-BALANCE VALUE "O".
           88 WS-CHECK-NOT-MADE VALUE "N".

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
            PERFORM 200-SCAN-CONTROL-TOTALS
                THRU 200-SCAN-CONTROL-TOTALS-EXIT.
            PERFORM 300-SCAN-SOURCE-EXTRACT
                THRU 300-SCAN-SOURCE-EXTRACT-EXIT.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

      *****************************************************************
      *    THE STAGING AND RECYCLE CONTROL TOTALS, GROUPED BY
      *    EXECUTION. A NEW STAGING GROUP FREEZES THE RECYCLE GROUP
      *    BEFORE IT AS THE PRIOR CYCLE AND FORGETS THE LAST
      *    STAGING GROUP; A NEW RECYCLE GROUP FORGETS THE LAST
      *    RECYCLE GROUP. WHAT IS LEFT AT END OF FILE IS TONIGHT.
      *****************************************************************
       200-SCAN-CONTROL-TOTALS.
            OPEN INPUT CTLTOTFILE.
            IF CTT-FILE-STATUS NOT = "00"
               GO TO 200-SCAN-CONTROL-TOTALS-EXIT
            END-IF.
            MOVE "Y" TO WS-CTT-AVAIL-SW.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 210-TAKE-ONE-TOTAL THRU 210-TAKE-ONE-TOTAL-EXIT
                UNTIL WS-AT-EOF.
            CLOSE CTLTOTFILE.
       200-SCAN-CONTROL-TOTALS-EXIT.
            EXIT.

       210-TAKE-ONE-TOTAL.
            READ CTLTOTFILE
                AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 210-TAKE-ONE-TOTAL-EXIT
            END-READ.
            ADD 1 TO WS-CTT-READ.
            IF CTT-SOURCE-ID = SPACES
               GO TO 210-TAKE-ONE-TOTAL-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN CTT-FROM-STAGING
                   IF WS-PREV-PROGRAM NOT = CTT-PROGRAM-ID
                      PERFORM 220-START-STAGING-GROUP
                          VARYING WS-SRC-IDX FROM 1 BY 1
                          UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
                      MOVE "Y" TO WS-STG-SEEN-SW
                      MOVE "N" TO WS-RCY-TONIGHT-SW
                   END-IF
                   PERFORM 230-TAKE-STAGING-TOTAL
                WHEN CTT-FROM-RECYCLE
                   IF WS-PREV-PROGRAM NOT = CTT-PROGRAM-ID
                      PERFORM 225-START-RECYCLE-GROUP
                          VARYING WS-SRC-IDX FROM 1 BY 1
                          UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
                      MOVE "Y" TO WS-RCY-TONIGHT-SW
                   END-IF
                   PERFORM 235-TAKE-RECYCLE-TOTAL
                WHEN OTHER
                   GO TO 210-TAKE-ONE-TOTAL-EXIT
            END-EVALUATE.
            MOVE CTT-PROGRAM-ID TO WS-PREV-PROGRAM.
       210-TAKE-ONE-TOTAL-EXIT.
            EXIT.

       220-START-STAGING-GROUP.
            MOVE "N" TO WS-SRC-STG-SW(WS-SRC-IDX).
            MOVE WS-SRC-RCY-SW(WS-SRC-IDX) TO WS-SRC-PRV-SW(WS-SRC-IDX).
            MOVE WS-SRC-RCY-REPAIRED(WS-SRC-IDX)
                TO WS-SRC-PRV-REPAIRED(WS-SRC-IDX).

       225-START-RECYCLE-GROUP.
            MOVE "N" TO WS-SRC-RCY-SW(WS-SRC-IDX).

       230-TAKE-STAGING-TOTAL.
            MOVE CTT-SOURCE-ID TO WS-LOOKUP-ID.
            MOVE "Y" TO WS-ADD-SW.
            PERFORM 500-FIND-SOURCE.
            IF WS-SRC-MATCH-IDX > 0
               SET WS-SRC-IDX TO WS-SRC-MATCH-IDX
               MOVE "Y" TO WS-SRC-STG-SW(WS-SRC-IDX)
               MOVE CTT-STG-STAGED TO WS-SRC-STG-STAGED(WS-SRC-IDX)
               MOVE CTT-STG-REPAIRS TO WS-SRC-STG-REPAIRS(WS-SRC-IDX)
               MOVE CTT-STG-REPAIRS-KNOWN
                   TO WS-SRC-STG-KNOWN-SW(WS-SRC-IDX)
            END-IF.

       235-TAKE-RECYCLE-TOTAL.
            MOVE CTT-SOURCE-ID TO WS-LOOKUP-ID.
            MOVE "Y" TO WS-ADD-SW.
            PERFORM 500-FIND-SOURCE.
            IF WS-SRC-MATCH-IDX > 0
               SET WS-SRC-IDX TO WS-SRC-MATCH-IDX
               MOVE "Y" TO WS-SRC-RCY-SW(WS-SRC-IDX)
               MOVE CTT-RCY-CONSUMED TO WS-SRC-RCY-CONSUMED(WS-SRC-IDX)
               MOVE CTT-RCY-DEDUPED TO WS-SRC-RCY-DEDUPED(WS-SRC-IDX)
               MOVE CTT-RCY-REPAIRED TO WS-SRC-RCY-REPAIRED(WS-SRC-IDX)
            END-IF.

      *****************************************************************
      *    THE MAIN RUN'S PER-SOURCE EXTRACT. THE LAST RECORD FOR A
      *    SOURCE IS TONIGHT'S - A RESTARTED RUN RESTORES ITS COUNTS
      *    FROM THE CHECKPOINT, SO IT CARRIES THE WHOLE NIGHT, AND
      *    THIS STEP NEVER RUNS AFTER A QUIESCE. ONLY SOURCES THE
      *    CONTROL TOTALS KNOW ARE KEPT.
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
       300-SCAN-SOURCE-EXTRACT-EXIT.
            EXIT.

       310-TAKE-ONE-SRS.
            READ SRCSTATFILE
                AT END
                   MOVE "Y" TO WS-EOF-SWITCH
                   GO TO 310-TAKE-ONE-SRS-EXIT
            END-READ.
            ADD 1 TO WS-SRS-READ.
            IF SRS-SOURCE-ID = SPACES
               GO TO 310-TAKE-ONE-SRS-EXIT
            END-IF.
            MOVE SRS-SOURCE-ID TO WS-LOOKUP-ID.
            MOVE "N" TO WS-ADD-SW.
            PERFORM 500-FIND-SOURCE.
            IF WS-SRC-MATCH-IDX = 0
               GO TO 310-TAKE-ONE-SRS-EXIT
            END-IF.
            SET WS-SRC-IDX TO WS-SRC-MATCH-IDX.
            MOVE "Y" TO WS-SRC-SRS-SW(WS-SRC-IDX).
            MOVE SRS-READ TO WS-SRC-SRS-READ(WS-SRC-IDX).
            COMPUTE WS-SRC-SRS-WRITTEN(WS-SRC-IDX) =
                SRS-EXCEPTIONS + SRS-DQ-EXCEPTIONS.
       310-TAKE-ONE-SRS-EXIT.
            EXIT.

      *****************************************************************
      *    THE THREE CHECKS FOR ONE SOURCE STAGED TONIGHT.
      *****************************************************************
       400-BALANCE-SOURCE.
            ADD 1 TO WS-SOURCES-BALANCED.
            MOVE "SOURCE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            PERFORM 410-CHECK-STAGED-VS-READ.
            PERFORM 420-CHECK-WRITTEN-VS-CONSUMED
                THRU 420-CHECK-WRITTEN-VS-CONSUMED-EXIT.
            PERFORM 430-CHECK-REPAIRS-VS-PRIOR
                THRU 430-CHECK-REPAIRS-VS-PRIOR-EXIT.

      *    EVERY RECORD STEP002 STAGED FOR THE SOURCE IS ONE STEP010
      *    READ FOR IT - NO MORE, NO FEWER.
       410-CHECK-STAGED-VS-READ.
            MOVE "RECORDS STAGED (STEP002):" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-STG-STAGED(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "STAGED VS READ:" TO WS-CHECK-LABEL.
            IF NOT WS-SRC-HAS-SRS(WS-SRC-IDX)
               MOVE "O" TO WS-CHECK-RESULT-SW
               MOVE "OUT OF BALANCE - NO STEP010 COUNT"
                   TO WS-CHECK-RESULT
            ELSE
               MOVE "RECORDS READ (STEP010):" TO WS-RPT-SUM-LABEL
               MOVE WS-SRC-SRS-READ(WS-SRC-IDX) TO WS-RPT-SUM-VALUE
               PERFORM 820-PUT-SUMMARY-LINE
               IF WS-SRC-STG-STAGED(WS-SRC-IDX)
                   = WS-SRC-SRS-READ(WS-SRC-IDX)
                  MOVE "I" TO WS-CHECK-RESULT-SW
               ELSE
                  MOVE "O" TO WS-CHECK-RESULT-SW
               END-IF
               MOVE SPACES TO WS-CHECK-RESULT
            END-IF.
            PERFORM 450-PUT-CHECK-RESULT.

      *    D2.EXCEPT AND D2.DQEXCPT RUN UNDER DISP=MOD, SO A
      *    RESTARTED MAIN RUN RE-WRITES THE EXCEPTIONS FOR THE
      *    RECORDS AFTER ITS LAST CHECKPOINT WHILE ITS RESTORED
      *    COUNT HOLDS THEM ONCE. THE RECYCLE DROPS THOSE COPIES -
      *    AND ANY GENUINE REPEAT OF A LINE IN THE FEED - AS
      *    DUPLICATES. SO WHAT STEP010 COUNTED LIES BETWEEN WHAT
      *    STEP030 CONSUMED LESS ITS DUPLICATES AND WHAT IT
      *    CONSUMED. ANYTHING OUTSIDE THAT WAS LOST, OR IS LEFT
      *    OVER FROM A NIGHT STEP040 NEVER CLEARED.
       420-CHECK-WRITTEN-VS-CONSUMED.
            MOVE "WRITTEN VS CONSUMED:" TO WS-CHECK-LABEL.
            IF NOT WS-SRC-HAS-SRS(WS-SRC-IDX)
               MOVE "O" TO WS-CHECK-RESULT-SW
               MOVE "OUT OF BALANCE - NO STEP010 COUNT"
                   TO WS-CHECK-RESULT
               PERFORM 450-PUT-CHECK-RESULT
               GO TO 420-CHECK-WRITTEN-VS-CONSUMED-EXIT
            END-IF.
            MOVE "EXCEPTIONS WRITTEN (STEP010):" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-SRS-WRITTEN(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF NOT WS-RCY-TONIGHT OR NOT WS-SRC-HAS-RCY(WS-SRC-IDX)
               MOVE "O" TO WS-CHECK-RESULT-SW
               MOVE "OUT OF BALANCE - NO STEP030 COUNT"
                   TO WS-CHECK-RESULT
               PERFORM 450-PUT-CHECK-RESULT
               GO TO 420-CHECK-WRITTEN-VS-CONSUMED-EXIT
            END-IF.
            MOVE "EXCEPTIONS CONSUMED (STEP030):" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-RCY-CONSUMED(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "DUPLICATES DROPPED (STEP030):" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-RCY-DEDUPED(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE SPACES TO WS-CHECK-RESULT.
            MOVE "I" TO WS-CHECK-RESULT-SW.
            IF WS-SRC-RCY-DEDUPED(WS-SRC-IDX)
                > WS-SRC-RCY-CONSUMED(WS-SRC-IDX)
               MOVE "O" TO WS-CHECK-RESULT-SW
            ELSE
               COMPUTE WS-NET-WRITTEN =
                   WS-SRC-RCY-CONSUMED(WS-SRC-IDX)
                   - WS-SRC-RCY-DEDUPED(WS-SRC-IDX)
               IF WS-SRC-SRS-WRITTEN(WS-SRC-IDX)
                   > WS-SRC-RCY-CONSUMED(WS-SRC-IDX)
                  OR WS-SRC-SRS-WRITTEN(WS-SRC-IDX) < WS-NET-WRITTEN
                  MOVE "O" TO WS-CHECK-RESULT-SW
               END-IF
            END-IF.
            PERFORM 450-PUT-CHECK-RESULT.
       420-CHECK-WRITTEN-VS-CONSUMED-EXIT.
            EXIT.

      *    THE REPAIRS TONIGHT'S STAGING PASS READ ARE WHAT THE
      *    RECYCLE BEFORE IT WROTE. TOTALS WRITTEN WHILE THE REPAIRS
      *    STILL RODE THE FEED CONCATENATION COULD NOT SEPARATE AN
      *    EXEMPT SOURCE'S REPAIRS FROM ITS FEED, SO FOR THOSE ALL
      *    THAT CAN BE SAID IS THAT IT STAGED AT LEAST THAT MANY.
       430-CHECK-REPAIRS-VS-PRIOR.
            MOVE "REPAIRS VS PRIOR CYCLE:" TO WS-CHECK-LABEL.
            IF NOT WS-SRC-HAS-PRV(WS-SRC-IDX)
               MOVE "N" TO WS-CHECK-RESULT-SW
               MOVE "NOT CHECKED - NO PRIOR RECYCLE"
                   TO WS-CHECK-RESULT
               PERFORM 450-PUT-CHECK-RESULT
               GO TO 430-CHECK-REPAIRS-VS-PRIOR-EXIT
            END-IF.
            MOVE "REPAIRED LAST CYCLE (STEP030):" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRC-PRV-REPAIRED(WS-SRC-IDX) TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE SPACES TO WS-CHECK-RESULT.
            IF WS-SRC-STG-REPAIRS-KNOWN(WS-SRC-IDX)
               MOVE "REPAIRS STAGED (STEP002):" TO WS-RPT-SUM-LABEL
               MOVE WS-SRC-STG-REPAIRS(WS-SRC-IDX) TO WS-RPT-SUM-VALUE
               PERFORM 820-PUT-SUMMARY-LINE
               IF WS-SRC-STG-REPAIRS(WS-SRC-IDX)
                   = WS-SRC-PRV-REPAIRED(WS-SRC-IDX)
                  MOVE "I" TO WS-CHECK-RESULT-SW
               ELSE
                  MOVE "O" TO WS-CHECK-RESULT-SW
               END-IF
            ELSE
               MOVE "REPAIRS STAGED (STEP002):" TO WS-RPT-TEXT-LABEL
               MOVE "NOT SEPARABLE - NO FEED TRAILER"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               IF WS-SRC-STG-STAGED(WS-SRC-IDX)
                   < WS-SRC-PRV-REPAIRED(WS-SRC-IDX)
                  MOVE "O" TO WS-CHECK-RESULT-SW
               ELSE
                  MOVE "I" TO WS-CHECK-RESULT-SW
               END-IF
            END-IF.
            PERFORM 450-PUT-CHECK-RESULT.
       430-CHECK-REPAIRS-VS-PRIOR-EXIT.
            EXIT.

      *    ONE CHECK'S VERDICT LINE, COUNTED. AN OUT-OF-BALANCE LINE
      *    ALSO GOES TO SYSOUT WITH ITS SOURCE, FOR THE JOB LOG.
       450-PUT-CHECK-RESULT.
            EVALUATE TRUE
                WHEN WS-CHECK-IN-BALANCE
                   ADD 1 TO WS-CHECKS-RUN
                   IF WS-CHECK-RESULT = SPACES
                      MOVE "IN BALANCE" TO WS-CHECK-RESULT
                   END-IF
                WHEN WS-CHECK-OUT-OF-BALANCE
                   ADD 1 TO WS-CHECKS-RUN
                   ADD 1 TO WS-CHECKS-OUT
                   IF WS-CHECK-RESULT = SPACES
                      MOVE "OUT OF BALANCE" TO WS-CHECK-RESULT
                   END-IF
                   DISPLAY "AOC2002L " WS-SRC-ID(WS-SRC-IDX) " "
                       WS-CHECK-LABEL " " WS-CHECK-RESULT
                WHEN OTHER
                   ADD 1 TO WS-CHECKS-SKIPPED
            END-EVALUATE.
            MOVE WS-CHECK-LABEL TO WS-RPT-TEXT-LABEL.
            MOVE WS-CHECK-RESULT TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.

      *    LOCATE WS-LOOKUP-ID IN THE SOURCE TABLE, ADDING IT WHEN
      *    ASKED AND THERE IS ROOM. WS-SRC-MATCH-IDX IS ZERO WHEN
      *    THE SOURCE IS NOT ON THE TABLE AND WAS NOT ADDED.
       500-FIND-SOURCE.
            MOVE "N" TO WS-SRC-FOUND.
            MOVE 0 TO WS-SRC-MATCH-IDX.
            PERFORM 501-MATCH-SOURCE-ENTRY
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
                OR WS-SRC-ENTRY-FOUND.
            IF NOT WS-SRC-ENTRY-FOUND AND WS-ADD-IF-MISSING
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

       800-WRITE-REPORT.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "CONTROL TOTAL RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CTT-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SOURCE EXTRACT RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SRS-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF WS-CTT-AVAILABLE AND WS-SRS-AVAILABLE AND WS-STG-SEEN
               PERFORM 810-BALANCE-IF-STAGED
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
            END-IF.
            MOVE "SOURCES BALANCED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SOURCES-BALANCED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CHECKS MADE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CHECKS-RUN TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CHECKS OUT OF BALANCE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CHECKS-OUT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CHECKS NOT MADE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CHECKS-SKIPPED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF WS-SRC-TABLE-FULL
               MOVE "SOURCE NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "10-SOURCE CAP HIT - SOURCES NOT BALANCED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-CTT-AVAILABLE
               MOVE "CONTROL TOTALS NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2CTLTOT UNAVAILABLE - NOTHING BALANCED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            ELSE
               IF NOT WS-STG-SEEN
                  MOVE "CONTROL TOTALS NOTE:" TO WS-RPT-TEXT-LABEL
                  MOVE "NO STAGING TOTALS - NOTHING BALANCED"
                      TO WS-RPT-TEXT-VALUE
                  PERFORM 830-PUT-TEXT-LINE
               END-IF
            END-IF.
            IF NOT WS-SRS-AVAILABLE
               MOVE "SOURCE EXTRACT NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2SRCST UNAVAILABLE - NOTHING BALANCED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

       810-BALANCE-IF-STAGED.
            IF WS-SRC-STAGED-TONIGHT(WS-SRC-IDX)
               PERFORM 400-BALANCE-SOURCE
            END-IF.

       820-PUT-SUMMARY-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       830-PUT-TEXT-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-TEXT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      *****************************************************************
      *    RETURN-CODE 12 WHEN THERE WAS NOTHING TO BALANCE WITH,
      *    8 WHEN ANY CHECK FAILED. THE VERDICT LINE CLOSES THE
      *    REPORT AND THE SAME VERDICT GOES TO THE OPERATIONS LOG.
      *****************************************************************
       900-TERMINATE.
            EVALUATE TRUE
                WHEN NOT WS-CTT-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN NOT WS-SRS-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN NOT WS-STG-SEEN
                   MOVE 12 TO RETURN-CODE
                WHEN WS-CHECKS-OUT > 0
                   MOVE 8 TO RETURN-CODE
                WHEN WS-SRC-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
                WHEN OTHER
                   MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            MOVE "VERDICT:" TO WS-RPT-TEXT-LABEL.
            EVALUATE RETURN-CODE
                WHEN 12
                   MOVE "TOTALS MISSING" TO WS-RPT-TEXT-VALUE
                WHEN 8
                   MOVE "OUT OF BALANCE" TO WS-RPT-TEXT-VALUE
                WHEN OTHER
                   MOVE "IN BALANCE" TO WS-RPT-TEXT-VALUE
            END-EVALUATE.
            PERFORM 830-PUT-TEXT-LINE.
            DISPLAY "AOC2002L " WS-RPT-TEXT-VALUE.
            PERFORM 905-WRITE-OPS-RECORD.
            CLOSE REPORTFILE.

      *    READ IS STEP010'S COUNT, EXPECTED IS WHAT STEP002 STAGED
      *    FOR IT - THE FIRST CHECK, IN THE PAIR THE AUTOMATION
      *    ALREADY READS.
       905-WRITE-OPS-RECORD.
            OPEN EXTEND OPSFILE.
            INITIALIZE OPS-RECORD.
            MOVE WS-RUN-DATE TO OPS-RUN-DATE.
            MOVE "AOC2002L" TO OPS-PROGRAM-ID.
            MOVE RETURN-CODE TO OPS-RETURN-CODE.
            MOVE WS-RPT-TEXT-VALUE TO OPS-VERDICT.
            IF RETURN-CODE = 0
               MOVE "NONE" TO OPS-ACTION
            ELSE
               MOVE "HOLD RVK/NFY EXTRACTS - SEE BALANCE RPT"
                   TO OPS-ACTION
            END-IF.
            MOVE 0 TO WS-OPS-IDX.
            PERFORM 906-PUT-OPS-SOURCE
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
                OR WS-OPS-IDX >= 3.
            WRITE OPS-RECORD.
            CLOSE OPSFILE.

       906-PUT-OPS-SOURCE.
            IF WS-SRC-STAGED-TONIGHT(WS-SRC-IDX)
               ADD 1 TO WS-OPS-IDX
               MOVE WS-SRC-ID(WS-SRC-IDX) TO OPS-SRC-ID(WS-OPS-IDX)
               MOVE WS-SRC-SRS-READ(WS-SRC-IDX)
                   TO OPS-SRC-READ(WS-OPS-IDX)
               MOVE WS-SRC-STG-STAGED(WS-SRC-IDX)
                   TO OPS-SRC-EXPECTED(WS-OPS-IDX)
            END-IF.
