       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-J.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - NON-COMPLIANCE ROLL-UP BY
      *              DEPARTMENT AND BY MANAGER. PER-SOURCE TOTALS
      *              SAY WHICH FEED CARRIES THE FAILING ACCOUNTS;
      *              ESCALATION RUNS THROUGH LINE MANAGEMENT, SO THIS
      *              PROGRAM JOINS THE SORTED IDENTITY EXTRACT
      *              (COPYBOOK D02IDNT - DEPARTMENT AND MANAGER) TO
      *              THE D2.MASTER KSDS IN KEY ORDER, THE SAME MATCH
      *              AS THE COVERAGE GAP REPORT, AND ROLLS EVERY
      *              ACCOUNT ON BOTH UP TWICE: BY DEPARTMENT AND BY
      *              MANAGER. EACH LINE GIVES ACCOUNTS EVALUATED
      *              (OVERALL RESULT P OR F), CURRENTLY FAILING,
      *              FAILING THREE OR MORE CONSECUTIVE RUNS, AND
      *              REVOCATION CANDIDATES - THE D2.RVKCTL THRESHOLD
      *              LESS THE IN-FORCE D2.SUPPRESS ENTRIES, EXACTLY
      *              AS AOC-2020-02-V SELECTS THEM, SO THE TWO AGREE.
      *              EVERY FAILING ACCOUNT ALSO GOES ON THE MANAGER
      *              EXTRACT, IN MANAGER ORDER, FOR THE ESCALATIONS
      *              THAT GO OUT WITH THE INDIVIDUAL NOTIFICATIONS.
      *              READ-ONLY - THE MASTER IS NEVER UPDATED.
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
           SELECT RVKCTLFILE ASSIGN TO D2RVKCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RVC-FILE-STATUS.
           SELECT SUPPRSFILE ASSIGN TO D2SUPPRS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILE-STATUS.
      *    THE JOINED ACCOUNTS IN DEPARTMENT ORDER - WRITTEN BY THE
      *    DEPARTMENT PASS, RESORTED FOR THE MANAGER PASS.
           SELECT JOINWKFILE ASSIGN TO D2JWORK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MGREXTFILE ASSIGN TO D2MGREXT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO D2JREPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO D2SORTWK.
           SELECT SORTFILE2 ASSIGN TO D2SORTW2.

       DATA DIVISION.
       FILE SECTION.
         FD MASTERFILE.
         COPY D02MAST.

      *    THE IDENTITY SYSTEM'S ACCOUNT EXTRACT, SORTED ASCENDING
      *    BY ACCOUNT ID (SAME SORT AS D02AJOB'S STEP008) SO IT CAN
      *    BE MATCHED AGAINST THE MASTER IN KEY ORDER.
         FD IDXREFFILE.
         COPY D02IDNT.

      *    REVOCATION CONTROL CARD - THE CONSECUTIVE-FAIL THRESHOLD,
      *    AS AOC-2020-02-V READS IT.
         FD RVKCTLFILE.
         01 RVC-RECORD.
           05 RVC-THRESHOLD PIC 9(04).
           05 FILLER PIC X(76).

         FD SUPPRSFILE.
         COPY D02SUPP.

         FD JOINWKFILE.
         01 JWK-RECORD PIC X(80).

      *    THE MANAGER EXTRACT - ONE RECORD PER FAILING ACCOUNT, IN
      *    MANAGER ORDER, WITH THE MANAGER'S NAME FOR THE COVERING
      *    NOTE. CANDIDATE Y MEANS THE ACCOUNT IS ON TONIGHT'S
      *    REVOCATION EXTRACT AS WELL.
         FD MGREXTFILE.
         01 MGX-RECORD.
           05 MGX-MANAGER-ID PIC X(08).
           05 FILLER PIC X(01).
           05 MGX-MANAGER-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 MGX-DEPT-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 MGX-ACCT-ID PIC X(08).
           05 FILLER PIC X(01).
           05 MGX-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 MGX-CONSEC-FAILS PIC 9(04).
           05 FILLER PIC X(01).
           05 MGX-CANDIDATE PIC X(01).
           05 FILLER PIC X(07).

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

      *    ONE JOINED ACCOUNT. THE FLAGS ARE SET ONCE, AT THE JOIN,
      *    SO BOTH ROLL-UPS COUNT THE SAME THING.
         SD SORTFILE.
         01 SRT-RECORD.
           05 SRT-DEPT PIC X(08).
           05 SRT-MANAGER PIC X(08).
           05 SRT-ACCT PIC X(08).
           05 SRT-MANAGER-NAME PIC X(30).
           05 SRT-SOURCE PIC X(08).
           05 SRT-CONSEC-FAILS PIC 9(04).
           05 SRT-EVALUATED PIC X(01).
           05 SRT-FAILING PIC X(01).
           05 SRT-PERSISTENT PIC X(01).
           05 SRT-CANDIDATE PIC X(01).
           05 FILLER PIC X(10).

         SD SORTFILE2.
         01 SRT2-RECORD.
           05 SRT2-DEPT PIC X(08).
           05 SRT2-MANAGER PIC X(08).
           05 SRT2-ACCT PIC X(08).
           05 SRT2-MANAGER-NAME PIC X(30).
           05 SRT2-SOURCE PIC X(08).
           05 SRT2-CONSEC-FAILS PIC 9(04).
           05 SRT2-EVALUATED PIC X(01).
           05 SRT2-FAILING PIC X(01).
           05 SRT2-PERSISTENT PIC X(01).
           05 SRT2-CANDIDATE PIC X(01).
           05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
         01 MST-FILE-STATUS PIC XX.
         01 IDX-FILE-STATUS PIC XX.
         01 RVC-FILE-STATUS PIC XX.
         01 SUP-FILE-STATUS PIC XX.

         01 WS-RUN-DATE PIC 9(08).
         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-MASTER-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-MASTER-AVAILABLE VALUE "Y".
         01 WS-IDENT-OPEN-SW PIC X(01) VALUE "N".
           88 WS-IDENT-OPEN VALUE "Y".
         01 WS-IDENT-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-IDENT-AVAILABLE VALUE "Y".
         01 WS-IDENT-NOTE PIC X(40) VALUE SPACES.

      *    THE REVOCATION THRESHOLD IS D2.RVKCTL'S, DEFAULT AND ALL,
      *    SO A CANDIDATE HERE IS A CANDIDATE ON THE EXTRACT. THE
      *    PERSISTENT-FAILURE MARK IS FIXED AT THREE RUNS - IT IS
      *    WHAT MANAGEMENT ASKED TO SEE, WHATEVER SECURITY SETS THE
      *    REVOCATION THRESHOLD TO.
         01 WS-THRESHOLD PIC 9(04) VALUE 3.
         01 WS-PERSISTENT-RUNS PIC 9(04) VALUE 3.

      *    THE IN-FORCE SUPPRESSION LIST, LOADED AS AOC-2020-02-V
      *    LOADS IT.
         01 WS-SUP-TABLE-COUNT PIC 9(3) VALUE 0.
         01 WS-SUP-TABLE-MAX PIC 9(3) VALUE 500.
         01 WS-SUP-TABLE-OVERFLOW-SW PIC X(01) VALUE "N".
           88 WS-SUP-TABLE-FULL VALUE "Y".
         01 WS-SUP-TABLE.
           05 WS-SUP-ENTRY OCCURS 500 TIMES INDEXED BY WS-SUP-IDX.
             10 WS-SUP-ACCT PIC X(08).
         01 WS-SUP-FOUND PIC X(01) VALUE "N".
           88 WS-SUP-ENTRY-FOUND VALUE "Y".

      *    THE MATCH KEYS. EACH GOES TO HIGH-VALUES AT END OF FILE
      *    SO THE OTHER SIDE DRAINS THROUGH THE SAME COMPARISONS.
      *    THE PREVIOUS IDENTITY KEY CATCHES AN UNSORTED EXTRACT
      *    AND SKIPS A REPEATED ONE.
         01 WS-IDX-KEY PIC X(08).
         01 WS-MST-KEY PIC X(08).
         01 WS-IDX-PREV PIC X(08).

      *    THE GROUP UNDER THE CONTROL BREAK - A DEPARTMENT IN THE
      *    FIRST PASS, A MANAGER IN THE SECOND.
         01 WS-HAVE-GROUP-SW PIC X(01) VALUE "N".
           88 WS-HAVE-GROUP VALUE "Y".
         01 WS-GRP-ID PIC X(08).
         01 WS-GRP-NAME PIC X(30).
         01 WS-GRP-EVALUATED PIC 9(9).
         01 WS-GRP-FAILING PIC 9(9).
         01 WS-GRP-PERSISTENT PIC 9(9).
         01 WS-GRP-CANDIDATE PIC 9(9).

      *    RUN TOTALS FOR THE REPORT.
         01 WS-IDENT-READ PIC 9(9) VALUE 0.
         01 WS-MASTER-READ PIC 9(9) VALUE 0.
         01 WS-JOINED-COUNT PIC 9(9) VALUE 0.
         01 WS-EVALUATED-COUNT PIC 9(9) VALUE 0.
         01 WS-FAILING-COUNT PIC 9(9) VALUE 0.
         01 WS-PERSISTENT-COUNT PIC 9(9) VALUE 0.
         01 WS-CANDIDATE-COUNT PIC 9(9) VALUE 0.
         01 WS-SUPPRESSED-COUNT PIC 9(9) VALUE 0.
         01 WS-SUP-EXPIRED-COUNT PIC 9(9) VALUE 0.
         01 WS-NO-MASTER-COUNT PIC 9(9) VALUE 0.
         01 WS-UNATTRIB-COUNT PIC 9(9) VALUE 0.
         01 WS-UNATTRIB-FAILING PIC 9(9) VALUE 0.
         01 WS-DEPT-COUNT PIC 9(9) VALUE 0.
         01 WS-MANAGER-COUNT PIC 9(9) VALUE 0.
         01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.

      *    STAGED REPORT LINE LAYOUTS, SAME PATTERN AS AOC-2020-02-1.
         01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-SUM-LABEL PIC X(30).
           05 WS-RPT-SUM-VALUE PIC ZZZ,ZZZ,ZZ9.
         01 WS-RPT-TEXT-LINE.
           05 WS-RPT-TEXT-LABEL PIC X(30).
           05 WS-RPT-TEXT-VALUE PIC X(40).
         01 WS-RPT-ROLL-LINE.
           05 WS-RPT-ROLL-TYPE PIC X(06).
           05 WS-RPT-ROLL-ID PIC X(08).
           05 FILLER PIC X(07) VALUE "  EVAL ".
           05 WS-RPT-ROLL-EVALUATED PIC ZZZ,ZZ9.
           05 FILLER PIC X(07) VALUE "  FAIL ".
           05 WS-RPT-ROLL-FAILING PIC ZZZ,ZZ9.
           05 FILLER PIC X(09) VALUE "  3+RUNS ".
           05 WS-RPT-ROLL-PERSISTENT PIC ZZZ,ZZ9.
           05 FILLER PIC X(06) VALUE "  RVK ".
           05 WS-RPT-ROLL-CANDIDATE PIC ZZZ,ZZ9.
         01 WS-RPT-MGR-NAME-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 WS-RPT-MGR-NAME PIC X(30).

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            IF WS-MASTER-AVAILABLE AND WS-IDENT-AVAILABLE
               SORT SORTFILE
                   ON ASCENDING KEY SRT-DEPT SRT-ACCT
                   INPUT PROCEDURE 200-JOIN-ACCOUNTS
                   OUTPUT PROCEDURE 400-DEPARTMENT-ROLLUP
            END-IF.
      *    AN UNSORTED EXTRACT IS ONLY FOUND PART WAY THROUGH THE
      *    JOIN - WHATEVER WAS ROLLED UP BEFORE IT IS NOT A ROLL-UP
      *    OF ANYTHING, SO THE MANAGER PASS IS SKIPPED.
            IF WS-MASTER-AVAILABLE AND WS-IDENT-AVAILABLE
               SORT SORTFILE2
                   ON ASCENDING KEY SRT2-MANAGER SRT2-ACCT
                   USING JOINWKFILE
                   OUTPUT PROCEDURE 500-MANAGER-ROLLUP
            END-IF.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

      *****************************************************************
      *    THE JOIN - THE COVERAGE GAP REPORT'S MATCH. ONLY AN
      *    ACCOUNT ON BOTH SIDES HAS A DEPARTMENT AND A RESULT TO
      *    ROLL UP; THE OTHERS ARE COUNTED SO THE TOTALS RECONCILE
      *    TO THE MASTER, AND LEFT TO THAT REPORT TO CHASE.
      *****************************************************************
       200-JOIN-ACCOUNTS.
            PERFORM 210-READ-IDENT THRU 210-READ-IDENT-EXIT.
            PERFORM 220-READ-MASTER.
            PERFORM 300-MATCH-ONE THRU 300-MATCH-ONE-EXIT
                UNTIL WS-IDX-KEY = HIGH-VALUES
                AND WS-MST-KEY = HIGH-VALUES.

      *    NEXT IDENTITY ACCOUNT. BLANK IDS AND REPEATS ARE PASSED
      *    OVER; AN ID LOWER THAN THE ONE BEFORE IT MEANS THE
      *    EXTRACT WAS NOT SORTED AND THE WHOLE RUN IS VOID.
       210-READ-IDENT.
            READ IDXREFFILE
                AT END
                   MOVE HIGH-VALUES TO WS-IDX-KEY
                   GO TO 210-READ-IDENT-EXIT
            END-READ.
            IF IDN-ACCT-ID = SPACES
               OR IDN-ACCT-ID = WS-IDX-PREV
               GO TO 210-READ-IDENT
            END-IF.
            IF IDN-ACCT-ID < WS-IDX-PREV
               MOVE "N" TO WS-IDENT-AVAIL-SW
               MOVE "EXTRACT NOT IN SORTED ORDER - NO ROLL-UP"
                   TO WS-IDENT-NOTE
               MOVE HIGH-VALUES TO WS-IDX-KEY WS-MST-KEY
               GO TO 210-READ-IDENT-EXIT
            END-IF.
            ADD 1 TO WS-IDENT-READ.
            MOVE IDN-ACCT-ID TO WS-IDX-KEY WS-IDX-PREV.
       210-READ-IDENT-EXIT.
            EXIT.

       220-READ-MASTER.
            READ MASTERFILE
                AT END MOVE HIGH-VALUES TO WS-MST-KEY
                NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   MOVE MST-ACCT-ID TO WS-MST-KEY
            END-READ.

       300-MATCH-ONE.
            IF WS-IDX-KEY < WS-MST-KEY
               ADD 1 TO WS-NO-MASTER-COUNT
               PERFORM 210-READ-IDENT THRU 210-READ-IDENT-EXIT
               GO TO 300-MATCH-ONE-EXIT
            END-IF.
            IF WS-IDX-KEY > WS-MST-KEY
               ADD 1 TO WS-UNATTRIB-COUNT
               IF MST-OVERALL-RESULT = "F"
                  ADD 1 TO WS-UNATTRIB-FAILING
               END-IF
               PERFORM 220-READ-MASTER
               GO TO 300-MATCH-ONE-EXIT
            END-IF.
            PERFORM 320-RELEASE-JOINED.
            PERFORM 210-READ-IDENT THRU 210-READ-IDENT-EXIT.
            PERFORM 220-READ-MASTER.
       300-MATCH-ONE-EXIT.
            EXIT.

      *****************************************************************
      *    ONE ACCOUNT ON BOTH SIDES. A RESULT OF SPACE MEANS NO RUN
      *    HAS JUDGED THE ACCOUNT YET, SO IT IS NOT EVALUATED. THE
      *    CONSECUTIVE-FAIL COUNT RESETS ON ANY PASS, SO THREE OR
      *    MORE IS THREE FAILING RUNS IN A ROW.
      *****************************************************************
       320-RELEASE-JOINED.
            ADD 1 TO WS-JOINED-COUNT.
            MOVE SPACES TO SRT-RECORD.
            MOVE IDN-DEPT-CODE TO SRT-DEPT.
            IF SRT-DEPT = SPACES
               MOVE "(NONE)" TO SRT-DEPT
            END-IF.
            MOVE IDN-MANAGER-ID TO SRT-MANAGER.
            MOVE IDN-MANAGER-NAME TO SRT-MANAGER-NAME.
            IF SRT-MANAGER = SPACES
               MOVE "(NONE)" TO SRT-MANAGER
               MOVE "NO MANAGER ON IDENTITY RECORD"
                   TO SRT-MANAGER-NAME
            END-IF.
            MOVE MST-ACCT-ID TO SRT-ACCT.
            MOVE MST-SOURCE-ID TO SRT-SOURCE.
            MOVE 0 TO SRT-CONSEC-FAILS.
            IF MST-CONSEC-FAIL-COUNT IS NUMERIC
               MOVE MST-CONSEC-FAIL-COUNT TO SRT-CONSEC-FAILS
            END-IF.
            MOVE "N" TO SRT-EVALUATED SRT-FAILING
                SRT-PERSISTENT SRT-CANDIDATE.
            IF MST-OVERALL-RESULT = "P" OR MST-OVERALL-RESULT = "F"
               MOVE "Y" TO SRT-EVALUATED
               ADD 1 TO WS-EVALUATED-COUNT
            END-IF.
            IF MST-OVERALL-RESULT = "F"
               MOVE "Y" TO SRT-FAILING
               ADD 1 TO WS-FAILING-COUNT
               IF SRT-CONSEC-FAILS >= WS-PERSISTENT-RUNS
                  MOVE "Y" TO SRT-PERSISTENT
                  ADD 1 TO WS-PERSISTENT-COUNT
               END-IF
            END-IF.
            IF SRT-CONSEC-FAILS >= WS-THRESHOLD
               PERFORM 330-CHECK-SUPPRESSION
               IF WS-SUP-ENTRY-FOUND
                  ADD 1 TO WS-SUPPRESSED-COUNT
               ELSE
                  MOVE "Y" TO SRT-CANDIDATE
                  ADD 1 TO WS-CANDIDATE-COUNT
               END-IF
            END-IF.
            RELEASE SRT-RECORD.

       330-CHECK-SUPPRESSION.
            MOVE "N" TO WS-SUP-FOUND.
            PERFORM 331-MATCH-SUPPRESSION
                VARYING WS-SUP-IDX FROM 1 BY 1
                UNTIL WS-SUP-IDX > WS-SUP-TABLE-COUNT
                OR WS-SUP-ENTRY-FOUND.

       331-MATCH-SUPPRESSION.
            IF WS-SUP-ACCT(WS-SUP-IDX) = MST-ACCT-ID
               MOVE "Y" TO WS-SUP-FOUND
            END-IF.

      *****************************************************************
      *    DEPARTMENT ORDER. ONE LINE PER DEPARTMENT AT EACH BREAK;
      *    EVERY RECORD IS ALSO WRITTEN ON FOR THE MANAGER PASS.
      *****************************************************************
       400-DEPARTMENT-ROLLUP.
            OPEN OUTPUT JOINWKFILE.
            MOVE "DEPARTMENT ROLL-UP:" TO WS-RPT-TEXT-LABEL.
            MOVE "EVALUATED / FAILING / 3+ RUNS / RVK CAND"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "N" TO WS-HAVE-GROUP-SW.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 410-TAKE-DEPT-RECORD UNTIL WS-AT-EOF.
            IF WS-HAVE-GROUP
               PERFORM 420-PUT-DEPT-LINE
            END-IF.
            CLOSE JOINWKFILE.

       410-TAKE-DEPT-RECORD.
            RETURN SORTFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF WS-HAVE-GROUP AND SRT-DEPT NOT = WS-GRP-ID
                      PERFORM 420-PUT-DEPT-LINE
                   END-IF
                   IF NOT WS-HAVE-GROUP
                      PERFORM 450-START-GROUP
                      MOVE SRT-DEPT TO WS-GRP-ID
                   END-IF
                   IF SRT-EVALUATED = "Y"
                      ADD 1 TO WS-GRP-EVALUATED
                   END-IF
                   IF SRT-FAILING = "Y"
                      ADD 1 TO WS-GRP-FAILING
                   END-IF
                   IF SRT-PERSISTENT = "Y"
                      ADD 1 TO WS-GRP-PERSISTENT
                   END-IF
                   IF SRT-CANDIDATE = "Y"
                      ADD 1 TO WS-GRP-CANDIDATE
                   END-IF
                   MOVE SRT-RECORD TO JWK-RECORD
                   WRITE JWK-RECORD
            END-RETURN.

       420-PUT-DEPT-LINE.
            ADD 1 TO WS-DEPT-COUNT.
            MOVE "DEPT  " TO WS-RPT-ROLL-TYPE.
            PERFORM 460-PUT-ROLL-LINE.
            MOVE "N" TO WS-HAVE-GROUP-SW.

       450-START-GROUP.
            MOVE "Y" TO WS-HAVE-GROUP-SW.
            MOVE SPACES TO WS-GRP-NAME.
            MOVE 0 TO WS-GRP-EVALUATED.
            MOVE 0 TO WS-GRP-FAILING.
            MOVE 0 TO WS-GRP-PERSISTENT.
            MOVE 0 TO WS-GRP-CANDIDATE.

       460-PUT-ROLL-LINE.
            MOVE WS-GRP-ID TO WS-RPT-ROLL-ID.
            MOVE WS-GRP-EVALUATED TO WS-RPT-ROLL-EVALUATED.
            MOVE WS-GRP-FAILING TO WS-RPT-ROLL-FAILING.
            MOVE WS-GRP-PERSISTENT TO WS-RPT-ROLL-PERSISTENT.
            MOVE WS-GRP-CANDIDATE TO WS-RPT-ROLL-CANDIDATE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-ROLL-LINE TO RPT-LINE.
            WRITE RPT-LINE.

      *****************************************************************
      *    MANAGER ORDER. ONE LINE PER MANAGER, WITH THE NAME UNDER
      *    IT, AND ONE EXTRACT RECORD PER FAILING ACCOUNT. A MANAGER
      *    WITH NOTHING FAILING STILL GETS A LINE - A CLEAN TEAM IS
      *    PART OF THE PICTURE - BUT NO EXTRACT RECORDS.
      *****************************************************************
       500-MANAGER-ROLLUP.
            OPEN OUTPUT MGREXTFILE.
            MOVE "MANAGER ROLL-UP:" TO WS-RPT-TEXT-LABEL.
            MOVE "EVALUATED / FAILING / 3+ RUNS / RVK CAND"
                TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "N" TO WS-HAVE-GROUP-SW.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 510-TAKE-MANAGER-RECORD UNTIL WS-AT-EOF.
            IF WS-HAVE-GROUP
               PERFORM 520-PUT-MANAGER-LINE
            END-IF.
            CLOSE MGREXTFILE.

       510-TAKE-MANAGER-RECORD.
            RETURN SORTFILE2
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF WS-HAVE-GROUP AND SRT2-MANAGER NOT = WS-GRP-ID
                      PERFORM 520-PUT-MANAGER-LINE
                   END-IF
                   IF NOT WS-HAVE-GROUP
                      PERFORM 450-START-GROUP
                      MOVE SRT2-MANAGER TO WS-GRP-ID
                      MOVE SRT2-MANAGER-NAME TO WS-GRP-NAME
                   END-IF
                   IF SRT2-EVALUATED = "Y"
                      ADD 1 TO WS-GRP-EVALUATED
                   END-IF
                   IF SRT2-FAILING = "Y"
                      ADD 1 TO WS-GRP-FAILING
                      PERFORM 530-WRITE-MANAGER-EXTRACT
                   END-IF
                   IF SRT2-PERSISTENT = "Y"
                      ADD 1 TO WS-GRP-PERSISTENT
                   END-IF
                   IF SRT2-CANDIDATE = "Y"
                      ADD 1 TO WS-GRP-CANDIDATE
                   END-IF
            END-RETURN.

       520-PUT-MANAGER-LINE.
            ADD 1 TO WS-MANAGER-COUNT.
            MOVE "MGR   " TO WS-RPT-ROLL-TYPE.
            PERFORM 460-PUT-ROLL-LINE.
            IF WS-GRP-NAME NOT = SPACES
               MOVE WS-GRP-NAME TO WS-RPT-MGR-NAME
               MOVE SPACES TO RPT-LINE
               MOVE WS-RPT-MGR-NAME-LINE TO RPT-LINE
               WRITE RPT-LINE
            END-IF.
            MOVE "N" TO WS-HAVE-GROUP-SW.

       530-WRITE-MANAGER-EXTRACT.
            MOVE SPACES TO MGX-RECORD.
            MOVE SRT2-MANAGER TO MGX-MANAGER-ID.
            MOVE SRT2-MANAGER-NAME TO MGX-MANAGER-NAME.
            MOVE SRT2-DEPT TO MGX-DEPT-CODE.
            MOVE SRT2-ACCT TO MGX-ACCT-ID.
            MOVE SRT2-SOURCE TO MGX-SOURCE-ID.
            MOVE SRT2-CONSEC-FAILS TO MGX-CONSEC-FAILS.
            MOVE SRT2-CANDIDATE TO MGX-CANDIDATE.
            WRITE MGX-RECORD.
            ADD 1 TO WS-EXTRACT-COUNT.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-REVOKE-CONTROL.
            PERFORM 120-LOAD-SUPPRESSION
                THRU 120-LOAD-SUPPRESSION-EXIT.
            MOVE LOW-VALUES TO WS-IDX-PREV.
            OPEN INPUT IDXREFFILE.
            IF IDX-FILE-STATUS = "00"
               MOVE "Y" TO WS-IDENT-OPEN-SW
               MOVE "Y" TO WS-IDENT-AVAIL-SW
            ELSE
               MOVE "D2IDXREF UNAVAILABLE - NO ROLL-UP"
                   TO WS-IDENT-NOTE
            END-IF.
            OPEN INPUT MASTERFILE.
            IF MST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.

       110-LOAD-REVOKE-CONTROL.
      *    THE REVOCATION CONTROL CARD IS OPTIONAL - WITHOUT IT THE
      *    THRESHOLD DEFAULTS TO THREE CONSECUTIVE FAILS, AS IN
      *    AOC-2020-02-V.
            OPEN INPUT RVKCTLFILE.
            IF RVC-FILE-STATUS = "00"
               READ RVKCTLFILE
                   AT END CONTINUE
                   NOT AT END
                      IF RVC-THRESHOLD IS NUMERIC
                         AND RVC-THRESHOLD > 0
                         MOVE RVC-THRESHOLD TO WS-THRESHOLD
                      END-IF
               END-READ
               CLOSE RVKCTLFILE
            END-IF.

       120-LOAD-SUPPRESSION.
      *    THE SUPPRESSION LIST IS OPTIONAL - WITHOUT IT EVERY
      *    ACCOUNT AT THE THRESHOLD IS A CANDIDATE.
            OPEN INPUT SUPPRSFILE.
            IF SUP-FILE-STATUS NOT = "00"
               GO TO 120-LOAD-SUPPRESSION-EXIT
            END-IF.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 121-READ-ONE-SUPPRESSION UNTIL WS-AT-EOF.
            CLOSE SUPPRSFILE.
       120-LOAD-SUPPRESSION-EXIT.
            EXIT.

       121-READ-ONE-SUPPRESSION.
            READ SUPPRSFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
      *    AN EXCEPTION IS GOOD THROUGH ITS EXPIRY DATE; ONE WITH NO
      *    EXPIRY PREDATES THE APPROVAL FIELDS AND STAYS IN FORCE.
                   IF SUP-ACCT-ID NOT = SPACES
                      AND SUP-EXPIRY-DATE IS NUMERIC
                      AND SUP-EXPIRY-DATE > 0
                      AND SUP-EXPIRY-DATE < WS-RUN-DATE
                      ADD 1 TO WS-SUP-EXPIRED-COUNT
                      MOVE SPACES TO SUP-ACCT-ID
                   END-IF
                   IF SUP-ACCT-ID NOT = SPACES
                      IF WS-SUP-TABLE-COUNT < WS-SUP-TABLE-MAX
                         ADD 1 TO WS-SUP-TABLE-COUNT
                         SET WS-SUP-IDX TO WS-SUP-TABLE-COUNT
                         MOVE SUP-ACCT-ID TO WS-SUP-ACCT(WS-SUP-IDX)
                      ELSE
                         MOVE "Y" TO WS-SUP-TABLE-OVERFLOW-SW
                      END-IF
                   END-IF
            END-READ.

       800-WRITE-REPORT.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "REVOCATION FAIL THRESHOLD:" TO WS-RPT-SUM-LABEL.
            MOVE WS-THRESHOLD TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "IDENTITY ACCOUNTS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-IDENT-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MASTER RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-MASTER-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ACCOUNTS ON BOTH (ROLLED UP):" TO WS-RPT-SUM-LABEL.
            MOVE WS-JOINED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ACCOUNTS EVALUATED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-EVALUATED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CURRENTLY FAILING:" TO WS-RPT-SUM-LABEL.
            MOVE WS-FAILING-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "FAILING 3+ CONSECUTIVE RUNS:" TO WS-RPT-SUM-LABEL.
            MOVE WS-PERSISTENT-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "REVOCATION CANDIDATES:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CANDIDATE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SUPPRESSED BY EXCEPTION:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SUPPRESSED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "EXPIRED EXCEPTIONS IGNORED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SUP-EXPIRED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "DEPARTMENTS:" TO WS-RPT-SUM-LABEL.
            MOVE WS-DEPT-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MANAGERS:" TO WS-RPT-SUM-LABEL.
            MOVE WS-MANAGER-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MANAGER EXTRACT RECORDS:" TO WS-RPT-SUM-LABEL.
            MOVE WS-EXTRACT-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "IDENTITY - NO MASTER RECORD:" TO WS-RPT-SUM-LABEL.
            MOVE WS-NO-MASTER-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MASTER - NOT ON IDENTITY:" TO WS-RPT-SUM-LABEL.
            MOVE WS-UNATTRIB-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  OF WHICH FAILING:" TO WS-RPT-SUM-LABEL.
            MOVE WS-UNATTRIB-FAILING TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF WS-SUP-TABLE-FULL
               MOVE "SUPPRESSION NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "500-ENTRY CAP HIT - SOME NOT LOADED"
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
               MOVE "D2MASTER UNAVAILABLE - NO ROLL-UP"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

       820-PUT-SUMMARY-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       830-PUT-TEXT-LINE.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-TEXT-LINE TO RPT-LINE.
            WRITE RPT-LINE.

       900-TERMINATE.
      *    NO MASTER OR NO USABLE IDENTITY EXTRACT MEANS NO ROLL-UP
      *    WAS MADE - THE DISTINCT RETURN-CODE KEEPS AN EMPTY
      *    MANAGER EXTRACT FROM READING AS A CLEAN ORGANIZATION. A
      *    FULL SUPPRESSION TABLE ONLY OVERSTATES THE CANDIDATES.
            EVALUATE TRUE
                WHEN NOT WS-MASTER-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN NOT WS-IDENT-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN WS-SUP-TABLE-FULL
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
            CLOSE REPORTFILE.
