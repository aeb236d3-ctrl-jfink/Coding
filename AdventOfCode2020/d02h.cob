       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-H.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - WEEKLY APPROVED-EXCEPTION
      *              REVIEW. READS THE SUPPRESSION LIST (COPYBOOK
      *              D02SUPP) AND LOOKS EACH ACCOUNT UP ON THE
      *              D2.MASTER KSDS. LISTS FOR THE SECURITY OFFICER
      *              EVERY ENTRY EXPIRING WITHIN THE D2.SXPCTL
      *              WINDOW (SO IT IS RENEWED OR ALLOWED TO LAPSE
      *              ON PURPOSE), EVERY ENTRY FOR AN ACCOUNT THAT
      *              NOW PASSES (THE EXCEPTION IS NO LONGER NEEDED
      *              AND CAN BE DELETED), ENTRIES ALREADY EXPIRED
      *              BUT STILL ON THE LIST, ENTRIES WITH NO EXPIRY
      *              RECORDED, AND ENTRIES FOR ACCOUNTS THE MASTER
      *              DOES NOT CARRY. READ-ONLY.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO D2MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-ACCT-ID
           FILE STATUS IS MST-FILE-STATUS.
           SELECT SXPCTLFILE ASSIGN TO D2SXPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SXC-FILE-STATUS.
           SELECT SUPPRSFILE ASSIGN TO D2SUPPRS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILE-STATUS.
           SELECT REPORTFILE ASSIGN TO D2HREPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD MASTERFILE.
         COPY D02MAST.

      *    EXCEPTION REVIEW CONTROL CARD - HOW MANY DAYS AHEAD AN
      *    EXPIRY IS CALLED OUT.
         FD SXPCTLFILE.
         01 SXC-RECORD.
           05 SXC-WINDOW-DAYS PIC 9(04).
           05 FILLER PIC X(76).

         FD SUPPRSFILE.
         COPY D02SUPP.

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 MST-FILE-STATUS PIC XX.
         01 SXC-FILE-STATUS PIC XX.
         01 SUP-FILE-STATUS PIC XX.

         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-DATE-INT PIC 9(09) COMP.
         01 WS-EXPIRY-INT PIC 9(09) COMP.
         01 WS-DAYS-LEFT PIC S9(05) COMP.
         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-MASTER-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-MASTER-AVAILABLE VALUE "Y".
         01 WS-LIST-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-LIST-AVAILABLE VALUE "Y".
         01 WS-LISTED-SW PIC X(01) VALUE "N".
           88 WS-ENTRY-LISTED VALUE "Y".

      *    THE WINDOW IS CONTROL DATA - THE DEFAULT ONLY COVERS A
      *    MISSING CARD, AND THE REPORT ALWAYS SHOWS THE VALUE THAT
      *    ACTUALLY RAN.
         01 WS-WINDOW-DAYS PIC 9(04) VALUE 30.

      *    RUN TOTALS FOR THE REVIEW REPORT.
         01 WS-ENTRY-READ PIC 9(9) VALUE 0.
         01 WS-IN-FORCE-COUNT PIC 9(9) VALUE 0.
         01 WS-EXPIRING-COUNT PIC 9(9) VALUE 0.
         01 WS-EXPIRED-COUNT PIC 9(9) VALUE 0.
         01 WS-NO-EXPIRY-COUNT PIC 9(9) VALUE 0.
         01 WS-PASSING-COUNT PIC 9(9) VALUE 0.
         01 WS-ABSENT-COUNT PIC 9(9) VALUE 0.

      *    STAGED REPORT LINE LAYOUTS, SAME PATTERN AS AOC-2020-02-1.
         01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-SUM-LABEL PIC X(30).
           05 WS-RPT-SUM-VALUE PIC ZZZ,ZZZ,ZZ9.
         01 WS-RPT-TEXT-LINE.
           05 WS-RPT-TEXT-LABEL PIC X(30).
           05 WS-RPT-TEXT-VALUE PIC X(40).
         01 WS-RPT-DETAIL-LINE.
           05 FILLER PIC X(05) VALUE "ACCT ".
           05 WS-RPT-DET-ACCT PIC X(08).
           05 FILLER PIC X(07) VALUE "  OFCR ".
           05 WS-RPT-DET-OFFICER PIC X(08).
           05 FILLER PIC X(06) VALUE "  EXP ".
           05 WS-RPT-DET-EXPIRY PIC X(08).
           05 FILLER PIC X(07) VALUE "  DAYS ".
           05 WS-RPT-DET-DAYS PIC ---9.
           05 FILLER PIC X(02) VALUE "  ".
           05 WS-RPT-DET-STATUS PIC X(20).
         01 WS-RPT-REASON-LINE.
           05 FILLER PIC X(13) VALUE "      REASON ".
           05 WS-RPT-RSN-TEXT PIC X(40).
           05 FILLER PIC X(08) VALUE "  GRANT ".
           05 WS-RPT-RSN-GRANT PIC X(08).

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            IF WS-LIST-AVAILABLE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 200-READ-ENTRY UNTIL WS-AT-EOF
            END-IF.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

       200-READ-ENTRY.
            READ SUPPRSFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF SUP-ACCT-ID NOT = SPACES
                      ADD 1 TO WS-ENTRY-READ
                      PERFORM 300-REVIEW-ONE
                   END-IF
            END-READ.

      *****************************************************************
      *    ONE LIST ENTRY. EACH CONDITION GETS ITS OWN LINE, SO AN
      *    ENTRY THAT IS BOTH EXPIRING AND NO LONGER NEEDED SHOWS
      *    TWICE; THE REASON LINE FOLLOWS ONCE UNDER WHATEVER WAS
      *    LISTED. AN ENTRY IN FORCE WITH NOTHING TO SAY IS ONLY
      *    COUNTED.
      *****************************************************************
       300-REVIEW-ONE.
            MOVE "N" TO WS-LISTED-SW.
            PERFORM 310-JUDGE-ENTRY THRU 310-JUDGE-ENTRY-EXIT.
            IF WS-ENTRY-LISTED
               MOVE SUP-REASON TO WS-RPT-RSN-TEXT
               MOVE SUP-RECORD(19:8) TO WS-RPT-RSN-GRANT
               MOVE SPACES TO RPT-LINE
               MOVE WS-RPT-REASON-LINE TO RPT-LINE
               WRITE RPT-LINE
            END-IF.

       310-JUDGE-ENTRY.
            MOVE SUP-ACCT-ID TO WS-RPT-DET-ACCT.
            MOVE SUP-OFFICER TO WS-RPT-DET-OFFICER.
            MOVE SUP-RECORD(28:8) TO WS-RPT-DET-EXPIRY.
            MOVE 0 TO WS-EXPIRY-INT.
            IF SUP-EXPIRY-DATE IS NUMERIC AND SUP-EXPIRY-DATE > 0
               COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(SUP-EXPIRY-DATE)
            END-IF.
            IF WS-EXPIRY-INT = 0
               ADD 1 TO WS-NO-EXPIRY-COUNT
               ADD 1 TO WS-IN-FORCE-COUNT
               MOVE 0 TO WS-RPT-DET-DAYS
               MOVE "NO EXPIRY RECORDED" TO WS-RPT-DET-STATUS
               PERFORM 810-WRITE-DETAIL-LINE
            ELSE
               COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-RUN-DATE-INT
               MOVE WS-DAYS-LEFT TO WS-RPT-DET-DAYS
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < 0
                      ADD 1 TO WS-EXPIRED-COUNT
                      MOVE "EXPIRED - IGNORED" TO WS-RPT-DET-STATUS
                      PERFORM 810-WRITE-DETAIL-LINE
                   WHEN WS-DAYS-LEFT <= WS-WINDOW-DAYS
                      ADD 1 TO WS-IN-FORCE-COUNT
                      ADD 1 TO WS-EXPIRING-COUNT
                      MOVE "EXPIRING" TO WS-RPT-DET-STATUS
                      PERFORM 810-WRITE-DETAIL-LINE
                   WHEN OTHER
                      ADD 1 TO WS-IN-FORCE-COUNT
               END-EVALUATE
            END-IF.
            IF NOT WS-MASTER-AVAILABLE
               GO TO 310-JUDGE-ENTRY-EXIT
            END-IF.
            MOVE SUP-ACCT-ID TO MST-ACCT-ID.
            READ MASTERFILE
                INVALID KEY
                   ADD 1 TO WS-ABSENT-COUNT
                   MOVE "NOT ON MASTER" TO WS-RPT-DET-STATUS
                   PERFORM 810-WRITE-DETAIL-LINE
                   GO TO 310-JUDGE-ENTRY-EXIT
            END-READ.
            IF MST-OVERALL-RESULT = "P"
               ADD 1 TO WS-PASSING-COUNT
               MOVE "ACCOUNT NOW PASSING" TO WS-RPT-DET-STATUS
               PERFORM 810-WRITE-DETAIL-LINE
            END-IF.
       310-JUDGE-ENTRY-EXIT.
            EXIT.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-REVIEW-CONTROL.
            OPEN INPUT SUPPRSFILE.
            IF SUP-FILE-STATUS = "00"
               MOVE "Y" TO WS-LIST-AVAIL-SW
            END-IF.
      *    WITHOUT THE MASTER THE EXPIRY HALF OF THE REVIEW STILL
      *    RUNS; THE DISTINCT RETURN-CODE SAYS THE PASSING HALF
      *    DID NOT.
            OPEN INPUT MASTERFILE.
            IF MST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.

       110-LOAD-REVIEW-CONTROL.
      *    THE REVIEW CONTROL CARD IS OPTIONAL - WITHOUT IT EXPIRIES
      *    ARE CALLED OUT THIRTY DAYS AHEAD, SAME OPTIONAL-CONTROL-
      *    CARD CONVENTION AS D2.RVKCTL.
            OPEN INPUT SXPCTLFILE.
            IF SXC-FILE-STATUS = "00"
               READ SXPCTLFILE
                   AT END CONTINUE
                   NOT AT END
                      IF SXC-WINDOW-DAYS IS NUMERIC
                         AND SXC-WINDOW-DAYS > 0
                         MOVE SXC-WINDOW-DAYS TO WS-WINDOW-DAYS
                      END-IF
               END-READ
               CLOSE SXPCTLFILE
            END-IF.

       800-WRITE-REPORT.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "EXPIRY WINDOW (DAYS):" TO WS-RPT-SUM-LABEL.
            MOVE WS-WINDOW-DAYS TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "EXCEPTION ENTRIES READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ENTRY-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "IN FORCE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-IN-FORCE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  EXPIRING IN WINDOW:" TO WS-RPT-SUM-LABEL.
            MOVE WS-EXPIRING-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  NO EXPIRY RECORDED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-NO-EXPIRY-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "EXPIRED (IGNORED):" TO WS-RPT-SUM-LABEL.
            MOVE WS-EXPIRED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ACCOUNTS NOW PASSING:" TO WS-RPT-SUM-LABEL.
            MOVE WS-PASSING-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ACCOUNTS NOT ON MASTER:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ABSENT-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF NOT WS-LIST-AVAILABLE
               MOVE "EXCEPTION LIST NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2SUPPRS UNAVAILABLE - NOTHING REVIEWED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-MASTER-AVAILABLE
               MOVE "COMPLIANCE MASTER NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2MASTER UNAVAILABLE - NO PASS CHECK"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

       810-WRITE-DETAIL-LINE.
            MOVE "Y" TO WS-LISTED-SW.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-DETAIL-LINE TO RPT-LINE.
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
      *    AN UNOPENABLE MASTER MEANS THE NOW-PASSING CHECK NEVER
      *    RAN - THE DISTINCT RETURN-CODE KEEPS THE SCHEDULER FROM
      *    READING A SHORT REPORT AS A COMPLETE ONE.
            IF WS-MASTER-AVAILABLE
               MOVE 0 TO RETURN-CODE
               CLOSE MASTERFILE
            ELSE
               MOVE 12 TO RETURN-CODE
            END-IF.
            IF WS-LIST-AVAILABLE
               CLOSE SUPPRSFILE
            END-IF.
            CLOSE REPORTFILE.
