       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-Z.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - MONTH-END SNAPSHOT INQUIRY
      *              DIALOG (PANEL D02ZPAN, INVOKED BY THE D02Z CLIST -
      *              THE SAME DIALOG PATTERN AS AOC-2020-02-Q). THE
      *              AUDIT LIAISON KEYS AN ACCOUNT ID AND A MONTH
      *              (YYYYMM, OR BLANK FOR THE LATEST); THE SCREEN
      *              FINDS THE ACCOUNT IN THAT MONTH'S RETAINED
      *              GENERATION OF PROD.D02A.MSNAP (COPYBOOK D02SNAP,
      *              WRITTEN BY AOC-2020-02-Y) AND SHOWS ITS ATTESTED
      *              STATUS AND THE FROZEN D02MAST FIELDS UNDER THE
      *              SAME PLAIN LABELS AS THE SERVICE-DESK INQUIRY.
      *              THE ANSWER IS THE ONE THE SIGNED ATTESTATION
      *              COUNTED, HOWEVER THE MASTER HAS MOVED SINCE.
      *              READ-ONLY.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE GDG BASE NAME - EVERY RETAINED GENERATION, NEWEST
      *    FIRST.
           SELECT SNAPFILE ASSIGN TO D2SNAP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SNP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD SNAPFILE.
         COPY D02SNAP.

       WORKING-STORAGE SECTION.
         01 SNP-FILE-STATUS PIC XX.

      *    THE FROZEN MASTER RECORD OF THE SNAPSHOT ENTRY FOUND.
         COPY D02MAST.

      *    ISPF SERVICE NAMES AND SCAFFOLDING FOR ISPLINK, SAME AS
      *    AOC-2020-02-M.
         01 ISP-VDEFINE PIC X(08) VALUE "VDEFINE ".
         01 ISP-DISPLAY PIC X(08) VALUE "DISPLAY ".
         01 ISP-CHAR PIC X(08) VALUE "CHAR    ".
         01 ISP-RC PIC S9(8) COMP VALUE 0.
         01 ISP-LEN-4 PIC 9(8) COMP VALUE 4.
         01 ISP-LEN-6 PIC 9(8) COMP VALUE 6.
         01 ISP-LEN-7 PIC 9(8) COMP VALUE 7.
         01 ISP-LEN-8 PIC 9(8) COMP VALUE 8.
         01 ISP-LEN-13 PIC 9(8) COMP VALUE 13.
         01 ISP-LEN-24 PIC 9(8) COMP VALUE 24.
         01 ISP-LEN-40 PIC 9(8) COMP VALUE 40.
         01 ISP-PANEL-NAME PIC X(08) VALUE "D02ZPAN ".

      *    DIALOG VARIABLES - THE KEYED ACCOUNT ID AND MONTH IN, THE
      *    DECODED SNAPSHOT ENTRY OUT.
         01 PNL-ACCT-ID PIC X(08) VALUE SPACES.
         01 PNL-MONTH PIC X(06) VALUE SPACES.
         01 PNL-MONTH-R REDEFINES PNL-MONTH.
           05 PNL-MONTH-YYYY PIC 9(04).
           05 PNL-MONTH-MM PIC 9(02).
         01 PNL-MONTH-END PIC X(08) VALUE SPACES.
         01 PNL-TAKEN-DATE PIC X(08) VALUE SPACES.
         01 PNL-ATTESTED PIC X(13) VALUE SPACES.
         01 PNL-LAST-SEEN PIC X(08) VALUE SPACES.
         01 PNL-SOURCE-ID PIC X(08) VALUE SPACES.
         01 PNL-COUNT-RESULT PIC X(07) VALUE SPACES.
         01 PNL-POSITION-RESULT PIC X(07) VALUE SPACES.
         01 PNL-POLICY-RESULT PIC X(07) VALUE SPACES.
         01 PNL-OVERALL-RESULT PIC X(07) VALUE SPACES.
         01 PNL-CONSEC-FAILS PIC X(04) VALUE SPACES.
         01 PNL-REVOCATION PIC X(24) VALUE SPACES.
         01 PNL-ERR-MSG PIC X(40) VALUE SPACES.

         01 WS-DONE-SWITCH PIC X(01) VALUE "N".
           88 WS-DIALOG-DONE VALUE "Y".
         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-ENTRY-FOUND VALUE "Y".

      *    THE RULE RESULT UNDER DECODE AND ITS PLAIN-ENGLISH FORM.
         01 WS-RESULT-CODE PIC X(01).
         01 WS-RESULT-TEXT PIC X(07).

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 200-DEFINE-DIALOG-VARS.
            PERFORM 300-DIALOG-LOOP
                THRU 300-DIALOG-LOOP-EXIT
                UNTIL WS-DIALOG-DONE.
            PERFORM 900-TERMINATE.
            STOP RUN.

       300-DIALOG-LOOP.
            CALL "ISPLINK" USING ISP-DISPLAY ISP-PANEL-NAME
                RETURNING ISP-RC.
      *    RC 8 IS THE END OR RETURN KEY - THE USER IS DONE.
            IF ISP-RC = 8
               MOVE "Y" TO WS-DONE-SWITCH
               GO TO 300-DIALOG-LOOP-EXIT
            END-IF.
      *    THE MESSAGE CLEARS ONLY AFTER THE PANEL HAS SHOWN IT,
      *    SAME LESSON AS THE MAINTENANCE DIALOG.
            MOVE SPACES TO PNL-ERR-MSG.
            PERFORM 400-LOOK-UP-ACCOUNT
                THRU 400-LOOK-UP-ACCOUNT-EXIT.
       300-DIALOG-LOOP-EXIT.
            EXIT.

      *****************************************************************
      *    ONE INQUIRY. EVERY OUTPUT FIELD CLEARS FIRST SO A FAILED
      *    LOOKUP NEVER SHOWS THE PREVIOUS ANSWER UNDER THE NEW KEY.
      *    THE SNAPSHOTS ARE READ END TO END PER INQUIRY, AS THE
      *    SERVICE-DESK INQUIRY READS D2.AGING, SO A GENERATION
      *    CATALOGED SINCE THE DIALOG CAME UP IS ALREADY IN REACH.
      *****************************************************************
       400-LOOK-UP-ACCOUNT.
            MOVE SPACES TO PNL-MONTH-END.
            MOVE SPACES TO PNL-TAKEN-DATE.
            MOVE SPACES TO PNL-ATTESTED.
            MOVE SPACES TO PNL-LAST-SEEN.
            MOVE SPACES TO PNL-SOURCE-ID.
            MOVE SPACES TO PNL-COUNT-RESULT.
            MOVE SPACES TO PNL-POSITION-RESULT.
            MOVE SPACES TO PNL-POLICY-RESULT.
            MOVE SPACES TO PNL-OVERALL-RESULT.
            MOVE SPACES TO PNL-CONSEC-FAILS.
            MOVE SPACES TO PNL-REVOCATION.
            IF PNL-ACCT-ID = SPACES
               MOVE "ENTER AN ACCOUNT ID" TO PNL-ERR-MSG
               GO TO 400-LOOK-UP-ACCOUNT-EXIT
            END-IF.
            IF PNL-MONTH NOT = SPACES
               IF PNL-MONTH IS NOT NUMERIC
                  OR PNL-MONTH-MM = 0
                  OR PNL-MONTH-MM > 12
                  MOVE "MONTH MUST BE YYYYMM OR BLANK"
                      TO PNL-ERR-MSG
                  GO TO 400-LOOK-UP-ACCOUNT-EXIT
               END-IF
            END-IF.
            OPEN INPUT SNAPFILE.
            IF SNP-FILE-STATUS NOT = "00"
               MOVE "NO MONTH-END SNAPSHOTS - CALL SUPPORT"
                   TO PNL-ERR-MSG
               GO TO 400-LOOK-UP-ACCOUNT-EXIT
            END-IF.
            MOVE "N" TO WS-FOUND-SWITCH.
            MOVE "N" TO WS-EOF-SWITCH.
            PERFORM 410-READ-ONE-SNAPSHOT
                UNTIL WS-AT-EOF OR WS-ENTRY-FOUND.
            CLOSE SNAPFILE.
            IF NOT WS-ENTRY-FOUND
               IF PNL-MONTH = SPACES
                  MOVE "ACCOUNT NOT IN ANY RETAINED SNAPSHOT"
                      TO PNL-ERR-MSG
               ELSE
                  MOVE "ACCOUNT NOT IN THAT MONTH'S SNAPSHOT"
                      TO PNL-ERR-MSG
               END-IF
               GO TO 400-LOOK-UP-ACCOUNT-EXIT
            END-IF.
            PERFORM 420-DECODE-SNAPSHOT.
       400-LOOK-UP-ACCOUNT-EXIT.
            EXIT.

      *    NEWEST GENERATION FIRST, SO WITH NO MONTH KEYED THE FIRST
      *    HIT IS THE LATEST MONTH END, AND A MONTH ATTESTED TWICE
      *    ANSWERS FROM ITS LATER RUN.
       410-READ-ONE-SNAPSHOT.
            READ SNAPFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF SNP-MASTER-IMAGE(1:8) = PNL-ACCT-ID
                      IF PNL-MONTH = SPACES
                         OR SNP-MONTH-END(1:6) = PNL-MONTH
                         MOVE "Y" TO WS-FOUND-SWITCH
                      END-IF
                   END-IF
            END-READ.

       420-DECODE-SNAPSHOT.
            MOVE SNP-MASTER-IMAGE TO MST-RECORD.
            MOVE SNP-MONTH-END TO PNL-MONTH-END.
            MOVE SNP-TAKEN-DATE TO PNL-TAKEN-DATE.
            EVALUATE TRUE
                WHEN SNP-COMPLIANT
                   MOVE "COMPLIANT" TO PNL-ATTESTED
                WHEN SNP-NON-COMPLIANT
                   MOVE "NON-COMPLIANT" TO PNL-ATTESTED
                WHEN OTHER
                   MOVE "NOT EVALUATED" TO PNL-ATTESTED
            END-EVALUATE.
            MOVE MST-LAST-SEEN-DATE TO PNL-LAST-SEEN.
            MOVE MST-SOURCE-ID TO PNL-SOURCE-ID.
            MOVE MST-CONSEC-FAIL-COUNT TO PNL-CONSEC-FAILS.
            MOVE MST-COUNT-RULE-RESULT TO WS-RESULT-CODE.
            PERFORM 430-DECODE-ONE-RESULT.
            MOVE WS-RESULT-TEXT TO PNL-COUNT-RESULT.
            MOVE MST-POSITION-RULE-RESULT TO WS-RESULT-CODE.
            PERFORM 430-DECODE-ONE-RESULT.
            MOVE WS-RESULT-TEXT TO PNL-POSITION-RESULT.
            MOVE MST-POLICY-RULE-RESULT TO WS-RESULT-CODE.
            PERFORM 430-DECODE-ONE-RESULT.
            MOVE WS-RESULT-TEXT TO PNL-POLICY-RESULT.
            MOVE MST-OVERALL-RESULT TO WS-RESULT-CODE.
            PERFORM 430-DECODE-ONE-RESULT.
            MOVE WS-RESULT-TEXT TO PNL-OVERALL-RESULT.
            EVALUATE TRUE
                WHEN MST-RVK-PENDING
                   MOVE "SENT FOR REVOCATION" TO PNL-REVOCATION
                WHEN MST-RVK-REVOKED
                   MOVE "REVOKED" TO PNL-REVOCATION
                WHEN MST-RVK-REJECTED
                   MOVE "REVOCATION REJECTED" TO PNL-REVOCATION
                WHEN MST-RVK-REINSTATE-SENT
                   MOVE "SENT FOR REINSTATEMENT" TO PNL-REVOCATION
                WHEN OTHER
                   MOVE "NOT IN REVOCATION CYCLE" TO PNL-REVOCATION
            END-EVALUATE.

      *    P, F OR SPACE, EXACTLY AS 340-UPDATE-MASTER WRITES THEM -
      *    SPACE MEANS THE CHECK NEVER RAN FOR THE ACCOUNT'S LATEST
      *    RECORD (SEE D02MAST.CPY).
       430-DECODE-ONE-RESULT.
            EVALUATE WS-RESULT-CODE
                WHEN "P"
                   MOVE "PASS" TO WS-RESULT-TEXT
                WHEN "F"
                   MOVE "FAIL" TO WS-RESULT-TEXT
                WHEN OTHER
                   MOVE "NOT RUN" TO WS-RESULT-TEXT
            END-EVALUATE.

       200-DEFINE-DIALOG-VARS.
            CALL "ISPLINK" USING ISP-VDEFINE "(SACCT)"
                PNL-ACCT-ID ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(SMONTH)"
                PNL-MONTH ISP-CHAR ISP-LEN-6.
            CALL "ISPLINK" USING ISP-VDEFINE "(SMEND)"
                PNL-MONTH-END ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(STAKEN)"
                PNL-TAKEN-DATE ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(SATTEST)"
                PNL-ATTESTED ISP-CHAR ISP-LEN-13.
            CALL "ISPLINK" USING ISP-VDEFINE "(SSEEN)"
                PNL-LAST-SEEN ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(SSRC)"
                PNL-SOURCE-ID ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(SCNTRES)"
                PNL-COUNT-RESULT ISP-CHAR ISP-LEN-7.
            CALL "ISPLINK" USING ISP-VDEFINE "(SPOSRES)"
                PNL-POSITION-RESULT ISP-CHAR ISP-LEN-7.
            CALL "ISPLINK" USING ISP-VDEFINE "(SPOLRES)"
                PNL-POLICY-RESULT ISP-CHAR ISP-LEN-7.
            CALL "ISPLINK" USING ISP-VDEFINE "(SOVERAL)"
                PNL-OVERALL-RESULT ISP-CHAR ISP-LEN-7.
            CALL "ISPLINK" USING ISP-VDEFINE "(SFAILS)"
                PNL-CONSEC-FAILS ISP-CHAR ISP-LEN-4.
            CALL "ISPLINK" USING ISP-VDEFINE "(SRVK)"
                PNL-REVOCATION ISP-CHAR ISP-LEN-24.
            CALL "ISPLINK" USING ISP-VDEFINE "(ERRMSG)"
                PNL-ERR-MSG ISP-CHAR ISP-LEN-40.

       900-TERMINATE.
            MOVE 0 TO RETURN-CODE.
