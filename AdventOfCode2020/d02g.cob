       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-G.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - IDENTITY-TO-MASTER COVERAGE
      *              GAP REPORT. STEP010'S IDNT CHECK PROVES EVERY
      *              FEED RECORD BELONGS TO A REAL ACCOUNT; NOTHING
      *              PROVED THE REVERSE - THAT EVERY REAL ACCOUNT IS
      *              ON SOME FEED AND SO HAS ITS PASSWORD CHECKED AT
      *              ALL. THIS PROGRAM MATCHES THE SORTED IDENTITY
      *              EXTRACT AGAINST THE D2.MASTER KSDS IN KEY ORDER
      *              AND SORTS EVERY ACCOUNT INTO ONE OF FOUR
      *              GROUPS: COVERED; ON THE IDENTITY EXTRACT WITH NO
      *              MASTER RECORD (NEVER REPORTED ON BY ANY SOURCE);
      *              ON BOTH BUT NOT SEEN WITHIN THE D2.GAPCTL
      *              THRESHOLD (THE SOURCE HAS STOPPED REPORTING IT);
      *              AND ON THE MASTER BUT NO LONGER ON THE IDENTITY
      *              EXTRACT (TERMINATED, STILL TRACKED). THE REPORT
      *              GIVES THE GROUP TOTALS AND THE SPLIT BY
      *              MST-SOURCE-ID; EVERY ACCOUNT NOT IN THE COVERED
      *              GROUP GOES ON THE GAP EXTRACT FOR THE FEED
      *              OWNERS. READ-ONLY - THE MASTER IS NEVER
      *              UPDATED.
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
           SELECT IDXREFFILE ASSIGN TO D2IDXREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IDX-FILE-STATUS.
           SELECT GAPCTLFILE ASSIGN TO D2GAPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GPC-FILE-STATUS.
           SELECT GAPOUTFILE ASSIGN TO D2GAPEXT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO D2GREPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD MASTERFILE.
         COPY D02MAST.

      *    THE IDENTITY SYSTEM'S ACCOUNT EXTRACT, SORTED ASCENDING
      *    BY ACCOUNT ID (SAME SORT AS D02AJOB'S STEP008) SO IT CAN
      *    BE MATCHED AGAINST THE MASTER IN KEY ORDER.
         FD IDXREFFILE.
         01 IDX-RECORD.
           05 IDX-ACCT-ID PIC X(08).
           05 FILLER PIC X(72).

      *    COVERAGE CONTROL CARD - THE STALENESS THRESHOLD IN DAYS.
      *    AN ACCOUNT WHOSE LAST-SEEN DATE IS MORE THAN THIS MANY
      *    DAYS OLD IS NO LONGER BEING REPORTED ON.
         FD GAPCTLFILE.
         01 GPC-RECORD.
           05 GPC-STALE-DAYS PIC 9(04).
           05 FILLER PIC X(76).

      *    THE GAP EXTRACT THE FEED OWNERS PICK UP - ONE RECORD PER
      *    ACCOUNT OUTSIDE THE COVERED GROUP:
      *      NOMS - ON THE IDENTITY EXTRACT, NO MASTER RECORD. NO
      *             SOURCE ID, NO LAST-SEEN DATE.
      *      STAL - ON BOTH, LAST SEEN OVER THE THRESHOLD AGO (OR
      *             NO USABLE LAST-SEEN DATE - AGE ZERO).
      *      TERM - ON THE MASTER, NOT ON THE IDENTITY EXTRACT.
         FD GAPOUTFILE.
         01 GAP-RECORD.
           05 GAP-ACCT-ID PIC X(08).
           05 FILLER PIC X(01).
           05 GAP-CATEGORY PIC X(04).
           05 FILLER PIC X(01).
           05 GAP-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 GAP-LAST-SEEN PIC 9(08).
           05 FILLER PIC X(01).
           05 GAP-AGE-DAYS PIC 9(05).
           05 FILLER PIC X(01).
           05 GAP-RUN-DATE PIC 9(08).
           05 FILLER PIC X(34).

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 MST-FILE-STATUS PIC XX.
         01 IDX-FILE-STATUS PIC XX.
         01 GPC-FILE-STATUS PIC XX.

         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-DATE-INT PIC 9(09) COMP.
         01 WS-LAST-SEEN-INT PIC 9(09) COMP.
         01 WS-AGE-DAYS PIC S9(05) COMP.
         01 WS-MASTER-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-MASTER-AVAILABLE VALUE "Y".
         01 WS-IDENT-OPEN-SW PIC X(01) VALUE "N".
           88 WS-IDENT-OPEN VALUE "Y".
         01 WS-IDENT-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-IDENT-AVAILABLE VALUE "Y".
         01 WS-IDENT-NOTE PIC X(40) VALUE SPACES.

      *    THE THRESHOLD IS CONTROL DATA - THE DEFAULT ONLY COVERS A
      *    MISSING CARD, AND THE REPORT ALWAYS SHOWS THE VALUE THAT
      *    ACTUALLY RAN. NOTHING IS UPDATED ON IT, SO A DEFAULT IS
      *    SAFE HERE WHERE THE PURGE'S WOULD NOT BE.
         01 WS-STALE-DAYS PIC 9(04) VALUE 30.

      *    THE MATCH KEYS. EACH GOES TO HIGH-VALUES AT END OF FILE
      *    SO THE OTHER SIDE DRAINS THROUGH THE SAME COMPARISONS.
      *    THE PREVIOUS IDENTITY KEY CATCHES AN UNSORTED EXTRACT
      *    AND SKIPS A REPEATED ONE.
         01 WS-IDX-KEY PIC X(08).
         01 WS-MST-KEY PIC X(08).
         01 WS-IDX-PREV PIC X(08).

      *    SOURCE SPLIT - SAME SHAPE AS THE PURGE'S TABLE, ONE
      *    ENTRY PER MST-SOURCE-ID MET ON THE MASTER.
         01 WS-SRC-TABLE-COUNT PIC 9(2) VALUE 0.
         01 WS-SRC-TABLE-MAX PIC 9(2) VALUE 10.
         01 WS-SRC-TABLE-OVERFLOW-SW PIC X(01) VALUE "N".
           88 WS-SRC-TABLE-FULL VALUE "Y".
         01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 10 TIMES INDEXED BY WS-SRC-IDX.
             10 WS-SRC-ID PIC X(08).
             10 WS-SRC-COVERED PIC 9(9).
             10 WS-SRC-STALE PIC 9(9).
             10 WS-SRC-TERMINATED PIC 9(9).
         01 WS-SRC-FOUND PIC X(01) VALUE "N".
           88 WS-SRC-ENTRY-FOUND VALUE "Y".
         01 WS-SRC-MATCH-IDX PIC 9(2) VALUE 0.

      *    RUN TOTALS FOR THE COVERAGE REPORT.
         01 WS-IDENT-READ PIC 9(9) VALUE 0.
         01 WS-MASTER-READ PIC 9(9) VALUE 0.
         01 WS-COVERED-COUNT PIC 9(9) VALUE 0.
         01 WS-NO-MASTER-COUNT PIC 9(9) VALUE 0.
         01 WS-STALE-COUNT PIC 9(9) VALUE 0.
         01 WS-TERMINATED-COUNT PIC 9(9) VALUE 0.

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
           05 FILLER PIC X(11) VALUE "  COVERED: ".
           05 WS-RPT-SRC-COVERED PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(09) VALUE "  STALE: ".
           05 WS-RPT-SRC-STALE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  TERMINATED: ".
           05 WS-RPT-SRC-TERMINATED PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            IF WS-MASTER-AVAILABLE AND WS-IDENT-AVAILABLE
               PERFORM 210-READ-IDENT THRU 210-READ-IDENT-EXIT
               PERFORM 220-READ-MASTER
               PERFORM 300-MATCH-ONE THRU 300-MATCH-ONE-EXIT
                   UNTIL WS-IDX-KEY = HIGH-VALUES
                   AND WS-MST-KEY = HIGH-VALUES
            END-IF.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

      *    NEXT IDENTITY ACCOUNT. BLANK IDS AND REPEATS ARE PASSED
      *    OVER; AN ID LOWER THAN THE ONE BEFORE IT MEANS THE
      *    EXTRACT WAS NOT SORTED, AND A MATCH AGAINST IT WOULD
      *    REPORT GAPS THAT DO NOT EXIST - THE WHOLE RUN IS VOID.
       210-READ-IDENT.
            READ IDXREFFILE
                AT END
                   MOVE HIGH-VALUES TO WS-IDX-KEY
                   GO TO 210-READ-IDENT-EXIT
            END-READ.
            IF IDX-ACCT-ID = SPACES
               OR IDX-ACCT-ID = WS-IDX-PREV
               GO TO 210-READ-IDENT
            END-IF.
            IF IDX-ACCT-ID < WS-IDX-PREV
               MOVE "N" TO WS-IDENT-AVAIL-SW
               MOVE "EXTRACT NOT IN SORTED ORDER - NO MATCH"
                   TO WS-IDENT-NOTE
               MOVE HIGH-VALUES TO WS-IDX-KEY WS-MST-KEY
               GO TO 210-READ-IDENT-EXIT
            END-IF.
            ADD 1 TO WS-IDENT-READ.
            MOVE IDX-ACCT-ID TO WS-IDX-KEY WS-IDX-PREV.
       210-READ-IDENT-EXIT.
            EXIT.

       220-READ-MASTER.
            READ MASTERFILE
                AT END MOVE HIGH-VALUES TO WS-MST-KEY
                NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   MOVE MST-ACCT-ID TO WS-MST-KEY
            END-READ.

      *****************************************************************
      *    ONE STEP OF THE MATCH. THE LOWER KEY IS AN ACCOUNT THE
      *    OTHER SIDE DOES NOT CARRY; EQUAL KEYS ARE THE SAME
      *    ACCOUNT ON BOTH, JUDGED ON ITS LAST-SEEN DATE.
      *****************************************************************
       300-MATCH-ONE.
            IF WS-IDX-KEY < WS-MST-KEY
               PERFORM 310-NO-MASTER
               PERFORM 210-READ-IDENT THRU 210-READ-IDENT-EXIT
               GO TO 300-MATCH-ONE-EXIT
            END-IF.
            IF WS-IDX-KEY > WS-MST-KEY
               PERFORM 340-COUNT-BY-SOURCE
               PERFORM 330-TERMINATED
               PERFORM 220-READ-MASTER
               GO TO 300-MATCH-ONE-EXIT
            END-IF.
            PERFORM 340-COUNT-BY-SOURCE.
            PERFORM 320-JUDGE-COVERAGE THRU 320-JUDGE-COVERAGE-EXIT.
            PERFORM 210-READ-IDENT THRU 210-READ-IDENT-EXIT.
            PERFORM 220-READ-MASTER.
       300-MATCH-ONE-EXIT.
            EXIT.

       310-NO-MASTER.
            ADD 1 TO WS-NO-MASTER-COUNT.
            MOVE SPACES TO GAP-RECORD.
            MOVE WS-IDX-KEY TO GAP-ACCT-ID.
            MOVE "NOMS" TO GAP-CATEGORY.
            MOVE 0 TO GAP-LAST-SEEN.
            MOVE 0 TO GAP-AGE-DAYS.
            MOVE WS-RUN-DATE TO GAP-RUN-DATE.
            WRITE GAP-RECORD.

      *    SAME AGEING AS THE DORMANT-ACCOUNT PURGE, EXCEPT THAT A
      *    RECORD WITH NO USABLE LAST-SEEN DATE COUNTS AS STALE -
      *    NOTHING SHOWS A SOURCE STILL REPORTS ON IT.
       320-JUDGE-COVERAGE.
            MOVE 0 TO WS-AGE-DAYS.
            MOVE 0 TO WS-LAST-SEEN-INT.
            IF MST-LAST-SEEN-DATE IS NUMERIC
               AND MST-LAST-SEEN-DATE > 0
               COMPUTE WS-LAST-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE(MST-LAST-SEEN-DATE)
            END-IF.
            IF WS-LAST-SEEN-INT > 0
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-LAST-SEEN-INT
               IF WS-AGE-DAYS <= WS-STALE-DAYS
                  ADD 1 TO WS-COVERED-COUNT
                  IF WS-SRC-MATCH-IDX > 0
                     ADD 1 TO WS-SRC-COVERED(WS-SRC-MATCH-IDX)
                  END-IF
                  GO TO 320-JUDGE-COVERAGE-EXIT
               END-IF
            END-IF.
            ADD 1 TO WS-STALE-COUNT.
            IF WS-SRC-MATCH-IDX > 0
               ADD 1 TO WS-SRC-STALE(WS-SRC-MATCH-IDX)
            END-IF.
            MOVE "STAL" TO GAP-CATEGORY.
            PERFORM 350-WRITE-MASTER-GAP.
       320-JUDGE-COVERAGE-EXIT.
            EXIT.

       330-TERMINATED.
            MOVE 0 TO WS-AGE-DAYS.
            IF MST-LAST-SEEN-DATE IS NUMERIC
               AND MST-LAST-SEEN-DATE > 0
               COMPUTE WS-LAST-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE(MST-LAST-SEEN-DATE)
               IF WS-LAST-SEEN-INT > 0
                  COMPUTE WS-AGE-DAYS =
                      WS-RUN-DATE-INT - WS-LAST-SEEN-INT
               END-IF
            END-IF.
            ADD 1 TO WS-TERMINATED-COUNT.
            IF WS-SRC-MATCH-IDX > 0
               ADD 1 TO WS-SRC-TERMINATED(WS-SRC-MATCH-IDX)
            END-IF.
            MOVE "TERM" TO GAP-CATEGORY.
            PERFORM 350-WRITE-MASTER-GAP.

       340-COUNT-BY-SOURCE.
            MOVE "N" TO WS-SRC-FOUND.
            MOVE 0 TO WS-SRC-MATCH-IDX.
            PERFORM 341-MATCH-SOURCE-ENTRY
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
                OR WS-SRC-ENTRY-FOUND.
            IF NOT WS-SRC-ENTRY-FOUND
               IF WS-SRC-TABLE-COUNT < WS-SRC-TABLE-MAX
                  ADD 1 TO WS-SRC-TABLE-COUNT
                  MOVE WS-SRC-TABLE-COUNT TO WS-SRC-MATCH-IDX
                  SET WS-SRC-IDX TO WS-SRC-TABLE-COUNT
                  MOVE MST-SOURCE-ID TO WS-SRC-ID(WS-SRC-IDX)
                  MOVE 0 TO WS-SRC-COVERED(WS-SRC-IDX)
                  MOVE 0 TO WS-SRC-STALE(WS-SRC-IDX)
                  MOVE 0 TO WS-SRC-TERMINATED(WS-SRC-IDX)
               ELSE
                  MOVE "Y" TO WS-SRC-TABLE-OVERFLOW-SW
               END-IF
            END-IF.

       341-MATCH-SOURCE-ENTRY.
            IF WS-SRC-ID(WS-SRC-IDX) = MST-SOURCE-ID
               MOVE "Y" TO WS-SRC-FOUND
               MOVE WS-SRC-IDX TO WS-SRC-MATCH-IDX
            END-IF.

      *    GAP-CATEGORY IS SET BY THE CALLER.
       350-WRITE-MASTER-GAP.
            MOVE MST-ACCT-ID TO GAP-ACCT-ID.
            MOVE MST-SOURCE-ID TO GAP-SOURCE-ID.
            IF MST-LAST-SEEN-DATE IS NUMERIC
               MOVE MST-LAST-SEEN-DATE TO GAP-LAST-SEEN
            ELSE
               MOVE 0 TO GAP-LAST-SEEN
            END-IF.
            MOVE WS-AGE-DAYS TO GAP-AGE-DAYS.
            MOVE WS-RUN-DATE TO GAP-RUN-DATE.
            WRITE GAP-RECORD.
            MOVE SPACES TO GAP-RECORD.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-GAP-CONTROL.
            OPEN OUTPUT GAPOUTFILE.
            MOVE SPACES TO GAP-RECORD.
            MOVE LOW-VALUES TO WS-IDX-PREV.
            OPEN INPUT IDXREFFILE.
            IF IDX-FILE-STATUS = "00"
               MOVE "Y" TO WS-IDENT-OPEN-SW
               MOVE "Y" TO WS-IDENT-AVAIL-SW
            ELSE
               MOVE "D2IDXREF UNAVAILABLE - NO MATCH"
                   TO WS-IDENT-NOTE
            END-IF.
            OPEN INPUT MASTERFILE.
            IF MST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.

       110-LOAD-GAP-CONTROL.
      *    THE COVERAGE CONTROL CARD IS OPTIONAL - WITHOUT IT THE
      *    THRESHOLD DEFAULTS TO 30 DAYS, SAME OPTIONAL-CONTROL-CARD
      *    CONVENTION AS D2.RVKCTL.
            OPEN INPUT GAPCTLFILE.
            IF GPC-FILE-STATUS = "00"
               READ GAPCTLFILE
                   AT END CONTINUE
                   NOT AT END
                      IF GPC-STALE-DAYS IS NUMERIC
                         AND GPC-STALE-DAYS > 0
                         MOVE GPC-STALE-DAYS TO WS-STALE-DAYS
                      END-IF
               END-READ
               CLOSE GAPCTLFILE
            END-IF.

       800-WRITE-REPORT.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "STALE THRESHOLD (DAYS):" TO WS-RPT-SUM-LABEL.
            MOVE WS-STALE-DAYS TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "IDENTITY ACCOUNTS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-IDENT-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MASTER RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-MASTER-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "COVERED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-COVERED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "IDENTITY - NO MASTER RECORD:" TO WS-RPT-SUM-LABEL.
            MOVE WS-NO-MASTER-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "IDENTITY - MASTER STALE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-STALE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MASTER - NOT ON IDENTITY:" TO WS-RPT-SUM-LABEL.
            MOVE WS-TERMINATED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            PERFORM 810-WRITE-SOURCE-LINE
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT.
            IF WS-SRC-TABLE-FULL
               MOVE "SOURCE NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "10-SOURCE CAP HIT - SPLIT INCOMPLETE"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF WS-IDENT-NOTE NOT = SPACES
               MOVE "IDENTITY EXTRACT NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE WS-IDENT-NOTE TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-MASTER-AVAILABLE
               MOVE "COMPLIANCE MASTER NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2MASTER UNAVAILABLE - NO MATCH"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

       810-WRITE-SOURCE-LINE.
            MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-RPT-SRC-ID.
            MOVE WS-SRC-COVERED(WS-SRC-IDX) TO WS-RPT-SRC-COVERED.
            MOVE WS-SRC-STALE(WS-SRC-IDX) TO WS-RPT-SRC-STALE.
            MOVE WS-SRC-TERMINATED(WS-SRC-IDX)
                TO WS-RPT-SRC-TERMINATED.
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

       900-TERMINATE.
      *    NO MASTER OR NO USABLE IDENTITY EXTRACT MEANS NO MATCH
      *    WAS MADE - THE DISTINCT RETURN-CODE KEEPS AN EMPTY GAP
      *    EXTRACT FROM READING AS FULL COVERAGE. GAPS THEMSELVES
      *    ARE THE JOB'S PRODUCT, NOT AN ALERT; A FULL SOURCE TABLE
      *    ONLY LEAVES THE SPLIT SHORT.
            EVALUATE TRUE
                WHEN NOT WS-MASTER-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN NOT WS-IDENT-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN WS-SRC-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
                WHEN OTHER
                   MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            IF WS-MASTER-AVAILABLE
               CLOSE MASTERFILE
            END-IF.
            IF WS-IDENT-OPEN
               CLOSE IDXREFFILE
            END-IF.
            CLOSE GAPOUTFILE.
            CLOSE REPORTFILE.
