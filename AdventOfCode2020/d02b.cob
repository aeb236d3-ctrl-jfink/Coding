       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-B.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - BACKOUT OF ONE RUN DATE'S
      *              D2.MASTER UPDATES FROM ONE SOURCE. WHEN A FEED
      *              OWNER SHIPS THE WRONG FILE, 340-UPDATE-MASTER
      *              REWRITES EVERY ACCOUNT IN IT AND GOOD ACCOUNTS
      *              CAN BE PUSHED TOWARD REVOCATION ON THEIR
      *              CONSECUTIVE-FAIL COUNT. THIS PROGRAM READS THE
      *              BEFORE-IMAGE JOURNAL THE MAIN RUN KEEPS
      *              (COPYBOOK D02JRNL), PICKS OUT THE ENTRIES FOR
      *              THE RUN DATE AND SOURCE ON D2.BKOCTL, AND
      *              UNWINDS THEM NEWEST FIRST - REWRITING EACH
      *              BEFORE-IMAGE AND DELETING EACH RECORD THE RUN
      *              ADDED - THEN REPORTS EVERY ACCOUNT IT REVERSED.
      *              AN ACCOUNT SOMETHING ELSE HAS UPDATED SINCE
      *              (A LATER NIGHT, OR ANOTHER SOURCE THE SAME
      *              NIGHT) IS LEFT ALONE AND LISTED, SO THE OTHER
      *              SOURCES' GOOD RESULTS SURVIVE. THE CONTROL CARD
      *              IS MANDATORY, LIKE THE PURGE'S - NO CARD, NO
      *              BACKOUT, RETURN-CODE 12.
      *  10/15  RF   60-BYTE MASTER RECORD. A RESTORED BEFORE-IMAGE
      *              KEEPS THE RECORD'S CURRENT LAST-NOTIFIED DATE
      *              AND REVOCATION LIFECYCLE FIELDS - THOSE BELONG
      *              TO THE NOTIFICATION AND ACKNOWLEDGMENT RUNS, NOT
      *              TO THE NIGHT BEING BACKED OUT.
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
           SELECT JOURNALFILE ASSIGN TO D2MSTJRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRN-FILE-STATUS.
           SELECT BKOCTLFILE ASSIGN TO D2BKOCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BKO-FILE-STATUS.
           SELECT REPORTFILE ASSIGN TO D2BREPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
         FD MASTERFILE.
         COPY D02MAST.

         FD JOURNALFILE.
         COPY D02JRNL.

      *    BACKOUT CONTROL CARD - THE RUN DATE AND SOURCE ID WHOSE
      *    MASTER UPDATES ARE TO BE REVERSED, AS THEY APPEAR ON THE
      *    MAIN RUN'S REPORT AND OPS RECORD.
         FD BKOCTLFILE.
         01 BKO-RECORD.
           05 BKO-RUN-DATE PIC 9(08).
           05 BKO-RUN-DATE-X REDEFINES BKO-RUN-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 BKO-SOURCE-ID PIC X(08).
           05 FILLER PIC X(63).

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

      *    THE SELECTED JOURNAL ENTRIES, EACH TAGGED WITH ITS
      *    POSITION IN THE JOURNAL SO THE SORT CAN HAND THEM BACK
      *    NEWEST FIRST.
         SD SORTFILE.
         01 SRT-RECORD.
           05 SRT-JRN-POSITION PIC 9(09).
           05 SRT-JRN-ACTION PIC X(01).
           05 SRT-MASTER-IMAGE PIC X(60).

       WORKING-STORAGE SECTION.
         01 MST-FILE-STATUS PIC XX.
         01 JRN-FILE-STATUS PIC XX.
         01 BKO-FILE-STATUS PIC XX.

         01 WS-RUN-DATE PIC 9(08).
         01 WS-DATE-INT PIC 9(09) COMP.
         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-MASTER-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-MASTER-AVAILABLE VALUE "Y".
         01 WS-JOURNAL-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-JOURNAL-AVAILABLE VALUE "Y".

      *    THE RUN DATE AND SOURCE BEING BACKED OUT. NO DEFAULTS -
      *    A GUESSED SOURCE COULD REVERSE A GOOD FEED'S RESULTS.
         01 WS-BKO-RUN-DATE PIC 9(08) VALUE 0.
         01 WS-BKO-SOURCE-ID PIC X(08) VALUE SPACES.
         01 WS-CONTROL-ERROR-SW PIC X(01) VALUE "N".
           88 WS-CONTROL-ERROR VALUE "Y".

      *    THE ACCOUNT BEING REVERSED AND WHAT HAPPENED TO IT.
         01 WS-BEFORE-IMAGE.
           05 WS-BFR-ACCT-ID PIC X(08).
           05 FILLER PIC X(52).
      *    THE FIELDS OTHER PROGRAMS KEEP ON THE MASTER RECORD - THE
      *    NOTIFICATION COOLDOWN AND THE REVOCATION LIFECYCLE. THE
      *    BACKOUT UNDOES THE MAIN RUN'S EVALUATION, NOT THEIR
      *    WORK, SO THESE SURVIVE A RESTORED BEFORE-IMAGE.
         01 WS-KEEP-NOTIFY-DATE PIC 9(08).
         01 WS-KEEP-RVK-STATUS PIC X(01).
         01 WS-KEEP-RVK-SENT-DATE PIC 9(08).
         01 WS-KEEP-RVK-ACK-DATE PIC 9(08).
         01 WS-OUTCOME PIC X(30).

      *    RUN TOTALS FOR THE BACKOUT REPORT.
         01 WS-JOURNAL-READ PIC 9(9) VALUE 0.
         01 WS-JOURNAL-SELECTED PIC 9(9) VALUE 0.
         01 WS-RESTORED-COUNT PIC 9(9) VALUE 0.
         01 WS-DELETED-COUNT PIC 9(9) VALUE 0.
         01 WS-SUPERSEDED-COUNT PIC 9(9) VALUE 0.
         01 WS-ABSENT-COUNT PIC 9(9) VALUE 0.
         01 WS-FAILED-COUNT PIC 9(9) VALUE 0.

      *    STAGED REPORT LINE LAYOUTS, SAME PATTERN AS AOC-2020-02-1.
         01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-SUM-LABEL PIC X(30).
           05 WS-RPT-SUM-VALUE PIC ZZZ,ZZZ,ZZ9.
         01 WS-RPT-TEXT-LINE.
           05 WS-RPT-TEXT-LABEL PIC X(30).
           05 WS-RPT-TEXT-VALUE PIC X(40).
         01 WS-RPT-ACCT-LINE.
           05 FILLER PIC X(09) VALUE "ACCOUNT: ".
           05 WS-RPT-ACCT-ID PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RPT-ACCT-OUTCOME PIC X(30).

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE THRU 100-INITIALIZE-EXIT.
            IF WS-CONTROL-ERROR
               MOVE "STARTUP VALIDATION:" TO WS-RPT-TEXT-LABEL
               MOVE "RUN ABORTED - NOTHING REVERSED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               CLOSE REPORTFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "BACKOUT OF RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-BKO-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "BACKOUT OF SOURCE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-BKO-SOURCE-ID TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            IF WS-MASTER-AVAILABLE AND WS-JOURNAL-AVAILABLE
               SORT SORTFILE
                   ON DESCENDING KEY SRT-JRN-POSITION
                   INPUT PROCEDURE IS 200-SELECT-ENTRIES
                   OUTPUT PROCEDURE IS 300-REVERSE-ENTRIES
            END-IF.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

      *****************************************************************
      *    SORT INPUT - EVERY JOURNAL ENTRY FOR THE CHOSEN RUN DATE
      *    AND SOURCE, NUMBERED BY ITS PLACE IN THE JOURNAL. THE
      *    JOURNAL IS APPEND-ONLY, SO THAT PLACE IS THE ORDER THE
      *    UPDATES WERE MADE IN.
      *****************************************************************
       200-SELECT-ENTRIES.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 210-READ-JOURNAL UNTIL WS-AT-EOF.

       210-READ-JOURNAL.
            READ JOURNALFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   IF JRN-RUN-DATE = WS-BKO-RUN-DATE
                      AND JRN-SOURCE-ID = WS-BKO-SOURCE-ID
                      ADD 1 TO WS-JOURNAL-SELECTED
                      MOVE WS-JOURNAL-READ TO SRT-JRN-POSITION
                      MOVE JRN-ACTION TO SRT-JRN-ACTION
                      MOVE JRN-MASTER-IMAGE TO SRT-MASTER-IMAGE
                      RELEASE SRT-RECORD
                   END-IF
            END-READ.

      *****************************************************************
      *    SORT OUTPUT - THE SELECTED ENTRIES, NEWEST FIRST. AN
      *    ACCOUNT THE RUN TOUCHED MORE THAN ONCE (A DOUBLE-SHIPPED
      *    RECORD, OR A RESTART RE-APPLYING ONE) UNWINDS ONE LAYER
      *    AT A TIME UNTIL ITS OLDEST BEFORE-IMAGE IS BACK.
      *****************************************************************
       300-REVERSE-ENTRIES.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 310-RETURN-ONE UNTIL WS-AT-EOF.

       310-RETURN-ONE.
            RETURN SORTFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   PERFORM 320-REVERSE-ONE THRU 320-REVERSE-ONE-EXIT
            END-RETURN.

      *****************************************************************
      *    ONE JOURNAL ENTRY. THE MASTER RECORD IS ONLY TOUCHED IF
      *    IT STILL CARRIES THIS RUN DATE AND SOURCE - THAT IS, IF
      *    NOTHING HAS UPDATED THE ACCOUNT SINCE. OTHERWISE THE
      *    NEWER RESULT STANDS AND THE ACCOUNT IS LISTED FOR THE
      *    SECURITY OFFICER TO JUDGE BY HAND.
      *****************************************************************
       320-REVERSE-ONE.
            MOVE SRT-MASTER-IMAGE TO WS-BEFORE-IMAGE.
            MOVE WS-BFR-ACCT-ID TO MST-ACCT-ID.
            READ MASTERFILE
                INVALID KEY
      *          AN ADDED RECORD ALREADY GONE NEEDS NOTHING; AN
      *          UPDATED ONE GONE SINCE WAS PURGED OR DELETED ON
      *          PURPOSE AND IS NOT PUT BACK.
                   ADD 1 TO WS-ABSENT-COUNT
                   MOVE "NOT ON MASTER - SKIPPED" TO WS-OUTCOME
                   PERFORM 810-WRITE-ACCOUNT-LINE
                   GO TO 320-REVERSE-ONE-EXIT
            END-READ.
            IF MST-LAST-SEEN-DATE NOT = WS-BKO-RUN-DATE
               OR MST-SOURCE-ID NOT = WS-BKO-SOURCE-ID
               ADD 1 TO WS-SUPERSEDED-COUNT
               MOVE "UPDATED SINCE - SKIPPED" TO WS-OUTCOME
               PERFORM 810-WRITE-ACCOUNT-LINE
               GO TO 320-REVERSE-ONE-EXIT
            END-IF.
            IF SRT-JRN-ACTION = "A"
               DELETE MASTERFILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               IF MST-FILE-STATUS = "00"
                  ADD 1 TO WS-DELETED-COUNT
                  MOVE "ADDED BY RUN - DELETED" TO WS-OUTCOME
               ELSE
                  ADD 1 TO WS-FAILED-COUNT
                  MOVE "DELETE FAILED - STATUS" TO WS-OUTCOME
                  MOVE MST-FILE-STATUS TO WS-OUTCOME(24:2)
               END-IF
            ELSE
               MOVE MST-LAST-NOTIFY-DATE TO WS-KEEP-NOTIFY-DATE
               MOVE MST-RVK-STATUS TO WS-KEEP-RVK-STATUS
               MOVE MST-RVK-SENT-DATE TO WS-KEEP-RVK-SENT-DATE
               MOVE MST-RVK-ACK-DATE TO WS-KEEP-RVK-ACK-DATE
               MOVE WS-BEFORE-IMAGE TO MST-RECORD
               MOVE WS-KEEP-NOTIFY-DATE TO MST-LAST-NOTIFY-DATE
               MOVE WS-KEEP-RVK-STATUS TO MST-RVK-STATUS
               MOVE WS-KEEP-RVK-SENT-DATE TO MST-RVK-SENT-DATE
               MOVE WS-KEEP-RVK-ACK-DATE TO MST-RVK-ACK-DATE
               REWRITE MST-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF MST-FILE-STATUS = "00"
                  ADD 1 TO WS-RESTORED-COUNT
                  MOVE "BEFORE-IMAGE RESTORED" TO WS-OUTCOME
               ELSE
                  ADD 1 TO WS-FAILED-COUNT
                  MOVE "REWRITE FAILED - STATUS" TO WS-OUTCOME
                  MOVE MST-FILE-STATUS TO WS-OUTCOME(25:2)
               END-IF
            END-IF.
            PERFORM 810-WRITE-ACCOUNT-LINE.
       320-REVERSE-ONE-EXIT.
            EXIT.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-BACKOUT-CONTROL
                THRU 110-LOAD-BACKOUT-CONTROL-EXIT.
            IF WS-CONTROL-ERROR
               GO TO 100-INITIALIZE-EXIT
            END-IF.
            OPEN INPUT JOURNALFILE.
            IF JRN-FILE-STATUS = "00"
               MOVE "Y" TO WS-JOURNAL-AVAIL-SW
            END-IF.
      *    RANDOM I-O - THE ENTRIES ARRIVE IN JOURNAL ORDER, NOT KEY
      *    ORDER, AND EACH ONE IS A READ FOLLOWED BY A REWRITE OR A
      *    DELETE OF THE RECORD JUST READ.
            OPEN I-O MASTERFILE.
            IF MST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.
       100-INITIALIZE-EXIT.
            EXIT.

       110-LOAD-BACKOUT-CONTROL.
            OPEN INPUT BKOCTLFILE.
            IF BKO-FILE-STATUS NOT = "00"
               MOVE "BACKOUT CONTROL:" TO WS-RPT-TEXT-LABEL
               MOVE "D2BKOCTL MISSING - CARD IS MANDATORY"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               MOVE "Y" TO WS-CONTROL-ERROR-SW
               GO TO 110-LOAD-BACKOUT-CONTROL-EXIT
            END-IF.
            READ BKOCTLFILE
                AT END
                   MOVE "BACKOUT CONTROL:" TO WS-RPT-TEXT-LABEL
                   MOVE "D2BKOCTL EMPTY - CARD IS MANDATORY"
                       TO WS-RPT-TEXT-VALUE
                   PERFORM 830-PUT-TEXT-LINE
                   MOVE "Y" TO WS-CONTROL-ERROR-SW
                NOT AT END
                   PERFORM 111-VALIDATE-BACKOUT-CARD
            END-READ.
            CLOSE BKOCTLFILE.
       110-LOAD-BACKOUT-CONTROL-EXIT.
            EXIT.

       111-VALIDATE-BACKOUT-CARD.
            MOVE 0 TO WS-DATE-INT.
            IF BKO-RUN-DATE-X NOT = SPACES
               AND BKO-RUN-DATE IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(BKO-RUN-DATE)
            END-IF.
            IF WS-DATE-INT = 0
               MOVE "BACKOUT CONTROL:" TO WS-RPT-TEXT-LABEL
               MOVE "RUN DATE NOT A VALID YYYYMMDD"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               MOVE "Y" TO WS-CONTROL-ERROR-SW
            ELSE
               MOVE BKO-RUN-DATE TO WS-BKO-RUN-DATE
            END-IF.
            IF BKO-SOURCE-ID = SPACES
               MOVE "BACKOUT CONTROL:" TO WS-RPT-TEXT-LABEL
               MOVE "SOURCE ID BLANK - CARD IS MANDATORY"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
               MOVE "Y" TO WS-CONTROL-ERROR-SW
            ELSE
               MOVE BKO-SOURCE-ID TO WS-BKO-SOURCE-ID
            END-IF.

       800-WRITE-REPORT.
            MOVE "JOURNAL RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-JOURNAL-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ENTRIES FOR RUN AND SOURCE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-JOURNAL-SELECTED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "BEFORE-IMAGES RESTORED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-RESTORED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ADDED RECORDS DELETED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-DELETED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SKIPPED - UPDATED SINCE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SUPERSEDED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "SKIPPED - NOT ON MASTER:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ABSENT-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MASTER UPDATE FAILURES:" TO WS-RPT-SUM-LABEL.
            MOVE WS-FAILED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF NOT WS-MASTER-AVAILABLE
               MOVE "COMPLIANCE MASTER NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2MASTER UNAVAILABLE - NOTHING REVERSED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-JOURNAL-AVAILABLE
               MOVE "JOURNAL NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2MSTJRN UNAVAILABLE - NOTHING REVERSED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF WS-MASTER-AVAILABLE AND WS-JOURNAL-AVAILABLE
               AND WS-JOURNAL-SELECTED = 0
               MOVE "JOURNAL NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "NO ENTRIES - CHECK RUN DATE AND SOURCE"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

      *    ONE LINE PER JOURNAL ENTRY ACTED ON OR SKIPPED - THE
      *    AUDIT TRAIL OF WHAT THE BACKOUT DID TO WHICH ACCOUNT.
       810-WRITE-ACCOUNT-LINE.
            MOVE WS-BFR-ACCT-ID TO WS-RPT-ACCT-ID.
            MOVE WS-OUTCOME TO WS-RPT-ACCT-OUTCOME.
            MOVE SPACES TO RPT-LINE.
            MOVE WS-RPT-ACCT-LINE TO RPT-LINE.
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
      *    12 - NOTHING COULD BE REVERSED (NO MASTER OR NO JOURNAL).
      *    8  - A REWRITE OR DELETE FAILED PART-WAY; RERUN AFTER
      *         FIXING THE CLUSTER - REVERSED ACCOUNTS ARE SKIPPED
      *         THE SECOND TIME AS NO LONGER CARRYING THE RUN DATE.
      *    4  - SOME ACCOUNTS WERE SKIPPED, OR THE CARD MATCHED NO
      *         JOURNAL ENTRIES AT ALL - LIKELY A MISTYPED CARD.
            EVALUATE TRUE
                WHEN NOT WS-MASTER-AVAILABLE
                   OR NOT WS-JOURNAL-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                WHEN WS-SUPERSEDED-COUNT > 0
                   OR WS-ABSENT-COUNT > 0
                   OR WS-JOURNAL-SELECTED = 0
                   MOVE 4 TO RETURN-CODE
                WHEN OTHER
                   MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            IF WS-MASTER-AVAILABLE
               CLOSE MASTERFILE
            END-IF.
            IF WS-JOURNAL-AVAILABLE
               CLOSE JOURNALFILE
            END-IF.
            CLOSE REPORTFILE.
