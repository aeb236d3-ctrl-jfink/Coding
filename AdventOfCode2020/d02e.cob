       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-E.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - ISPF MAINTENANCE DIALOG FOR
      *              THE APPROVED-EXCEPTION (SUPPRESSION) LIST,
      *              PROD.D02A.SUPPRESS (PANEL D02EPAN, INVOKED BY
      *              THE D02E CLIST - THE AOC-2020-02-M DIALOG
      *              PATTERN). SHOWS, ADDS, CHANGES AND DELETES ONE
      *              ENTRY AT A TIME BY ACCOUNT ID. EVERY ENTRY
      *              SAVED CARRIES THE APPROVING SECURITY OFFICER,
      *              THE REASON, THE GRANTED DATE AND AN EXPIRY
      *              DATE (COPYBOOK D02SUPP) - NO MORE OPEN-ENDED
      *              EXCEPTIONS NOBODY REMEMBERS APPROVING. EVERY
      *              SAVE APPENDS WHO DID WHAT, WHEN, WITH THE
      *              BEFORE AND AFTER IMAGES OF THE ENTRY, TO
      *              D2.SUPLOG.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPRSFILE ASSIGN TO D2SUPPRS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILE-STATUS.
           SELECT OPTIONAL SUPLOGFILE ASSIGN TO D2SUPLOG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD SUPPRSFILE.
         COPY D02SUPP.

      *    ONE LOG LINE PER SAVED CHANGE - THE WHOLE 80-BYTE ENTRY
      *    BEFORE AND AFTER (SPACES FOR THE SIDE THAT DID NOT
      *    EXIST). RECORD LENGTH 193 (SEE THE D2SUPLOG ALLOC IN THE
      *    D02E CLIST).
         FD SUPLOGFILE.
         01 LOG-RECORD.
           05 LOG-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 LOG-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 LOG-USER PIC X(08).
           05 FILLER PIC X(01).
           05 LOG-ACTION PIC X(06).
           05 FILLER PIC X(01).
           05 LOG-OLD-VALUE PIC X(80).
           05 FILLER PIC X(01).
           05 LOG-NEW-VALUE PIC X(80).

       WORKING-STORAGE SECTION.
         01 SUP-FILE-STATUS PIC XX.

      *    ISPF SERVICE NAMES AND SCAFFOLDING FOR ISPLINK, SAME AS
      *    AOC-2020-02-M.
         01 ISP-VDEFINE PIC X(08) VALUE "VDEFINE ".
         01 ISP-DISPLAY PIC X(08) VALUE "DISPLAY ".
         01 ISP-VGET PIC X(08) VALUE "VGET    ".
         01 ISP-CHAR PIC X(08) VALUE "CHAR    ".
         01 ISP-RC PIC S9(8) COMP VALUE 0.
         01 ISP-LEN-1 PIC 9(8) COMP VALUE 1.
         01 ISP-LEN-4 PIC 9(8) COMP VALUE 4.
         01 ISP-LEN-8 PIC 9(8) COMP VALUE 8.
         01 ISP-LEN-40 PIC 9(8) COMP VALUE 40.
         01 ISP-PANEL-NAME PIC X(08) VALUE "D02EPAN ".

      *    DIALOG VARIABLES - ONE PER PANEL FIELD. THE DATES ARE
      *    TAKEN AS TEXT AND EDITED BEFORE ANYTHING IS SAVED.
         01 PNL-ACTION PIC X(01) VALUE SPACES.
         01 PNL-ACCT-ID PIC X(08) VALUE SPACES.
         01 PNL-OFFICER PIC X(08) VALUE SPACES.
         01 PNL-GRANT-DATE PIC X(08) VALUE SPACES.
         01 PNL-EXPIRY-DATE PIC X(08) VALUE SPACES.
         01 PNL-REASON PIC X(40) VALUE SPACES.
         01 PNL-ENTRY-COUNT PIC X(04) VALUE SPACES.
         01 PNL-ERR-MSG PIC X(40) VALUE SPACES.
         01 PNL-USER-ID PIC X(08) VALUE SPACES.

      *    THE WHOLE LIST, LOADED ONCE AND WRITTEN BACK WHOLE ON
      *    EVERY SAVE. SAME 500-ENTRY CAP AS THE REVOCATION SWEEP'S
      *    TABLE - A LIST THAT HAS OUTGROWN IT IS SHOWN BUT NEVER
      *    SAVED, SINCE SAVING WOULD DROP THE ENTRIES NOT LOADED.
         01 WS-SUP-TABLE-COUNT PIC 9(3) VALUE 0.
         01 WS-SUP-TABLE-MAX PIC 9(3) VALUE 500.
         01 WS-SUP-TABLE-OVERFLOW-SW PIC X(01) VALUE "N".
           88 WS-SUP-TABLE-FULL VALUE "Y".
         01 WS-SUP-TABLE.
           05 WS-SUP-ENTRY PIC X(80) OCCURS 500 TIMES
               INDEXED BY WS-SUP-IDX.
         01 WS-SHIFT-IDX PIC 9(3).
         01 WS-FOUND-IDX PIC 9(3) VALUE 0.
         01 WS-SUP-FOUND PIC X(01) VALUE "N".
           88 WS-SUP-ENTRY-FOUND VALUE "Y".

      *    THE ENTRY BEING BUILT FROM THE PANEL, IN THE FILE
      *    LAYOUT, AND THE BEFORE/AFTER IMAGES FOR THE LOG.
         01 WS-NEW-ENTRY.
           05 WS-NEW-ACCT-ID PIC X(08).
           05 FILLER PIC X(01).
           05 WS-NEW-OFFICER PIC X(08).
           05 FILLER PIC X(01).
           05 WS-NEW-GRANT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-NEW-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-NEW-REASON PIC X(40).
           05 FILLER PIC X(04).
         01 WS-OLD-IMAGE PIC X(80).
         01 WS-NEW-IMAGE PIC X(80).
         01 WS-LOG-ACTION PIC X(06).

         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-DATE-INT PIC 9(09) COMP.
         01 WS-RUN-TIME PIC 9(06).
         01 WS-GRANT-INT PIC 9(09) COMP.
         01 WS-EXPIRY-INT PIC 9(09) COMP.
         01 WS-DATE-WORK PIC X(08).
         01 WS-DATE-NUM REDEFINES WS-DATE-WORK PIC 9(08).
         01 WS-DATE-INT PIC 9(09) COMP.

         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-DONE-SWITCH PIC X(01) VALUE "N".
           88 WS-DIALOG-DONE VALUE "Y".
         01 WS-EDIT-OK-SW PIC X(01).
           88 WS-EDIT-OK VALUE "Y".

         01 WS-OVERFLOW-MSG.
           05 FILLER PIC X(36) VALUE
               "LIST OVER 500 ENTRIES - VIEW ONLY".
           05 FILLER PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            PERFORM 200-DEFINE-DIALOG-VARS.
            PERFORM 300-DIALOG-LOOP
                THRU 300-DIALOG-LOOP-EXIT
                UNTIL WS-DIALOG-DONE.
            PERFORM 900-TERMINATE.
            STOP RUN.

       300-DIALOG-LOOP.
            CALL "ISPLINK" USING ISP-DISPLAY ISP-PANEL-NAME
                RETURNING ISP-RC.
      *    RC 8 IS THE END OR RETURN KEY - LEAVE; EVERY CHANGE
      *    ALREADY SAVED IS ALREADY ON THE LIST AND THE LOG.
            IF ISP-RC = 8
               MOVE "Y" TO WS-DONE-SWITCH
               GO TO 300-DIALOG-LOOP-EXIT
            END-IF.
            MOVE SPACES TO PNL-ERR-MSG.
            PERFORM 400-HANDLE-ENTER
                THRU 400-HANDLE-ENTER-EXIT.
            MOVE WS-SUP-TABLE-COUNT TO PNL-ENTRY-COUNT.
       300-DIALOG-LOOP-EXIT.
            EXIT.

      *****************************************************************
      *    ONE ENTER. THE ACCOUNT ID IS ALWAYS REQUIRED. S (OR A
      *    BLANK ACTION) SHOWS THE ACCOUNT'S ENTRY; A, C AND D ADD,
      *    CHANGE AND DELETE IT, EACH SAVED AND LOGGED AT ONCE.
      *****************************************************************
       400-HANDLE-ENTER.
            IF PNL-ACCT-ID = SPACES
               MOVE "ACCOUNT ID IS REQUIRED" TO PNL-ERR-MSG
               GO TO 400-HANDLE-ENTER-EXIT
            END-IF.
            IF PNL-ACTION NOT = SPACE AND PNL-ACTION NOT = "S"
               AND PNL-ACTION NOT = "A" AND PNL-ACTION NOT = "C"
               AND PNL-ACTION NOT = "D"
               MOVE "ACTION MUST BE S, A, C OR D" TO PNL-ERR-MSG
               GO TO 400-HANDLE-ENTER-EXIT
            END-IF.
            PERFORM 410-FIND-ENTRY.
            IF PNL-ACTION = SPACE OR PNL-ACTION = "S"
               IF WS-SUP-ENTRY-FOUND
                  PERFORM 450-SHOW-ENTRY
               ELSE
                  MOVE "ACCOUNT NOT ON THE EXCEPTION LIST"
                      TO PNL-ERR-MSG
               END-IF
               GO TO 400-HANDLE-ENTER-EXIT
            END-IF.
            IF WS-SUP-TABLE-FULL
               MOVE WS-OVERFLOW-MSG TO PNL-ERR-MSG
               GO TO 400-HANDLE-ENTER-EXIT
            END-IF.
            EVALUATE PNL-ACTION
                WHEN "A"
                   PERFORM 500-ADD-ENTRY THRU 500-ADD-ENTRY-EXIT
                WHEN "C"
                   PERFORM 510-CHANGE-ENTRY THRU 510-CHANGE-ENTRY-EXIT
                WHEN "D"
                   PERFORM 520-DELETE-ENTRY THRU 520-DELETE-ENTRY-EXIT
            END-EVALUATE.
       400-HANDLE-ENTER-EXIT.
            EXIT.

       410-FIND-ENTRY.
            MOVE "N" TO WS-SUP-FOUND.
            MOVE 0 TO WS-FOUND-IDX.
            PERFORM 411-MATCH-ENTRY
                VARYING WS-SUP-IDX FROM 1 BY 1
                UNTIL WS-SUP-IDX > WS-SUP-TABLE-COUNT
                OR WS-SUP-ENTRY-FOUND.

       411-MATCH-ENTRY.
            IF WS-SUP-ENTRY(WS-SUP-IDX)(1:8) = PNL-ACCT-ID
               MOVE "Y" TO WS-SUP-FOUND
               SET WS-FOUND-IDX TO WS-SUP-IDX
            END-IF.

      *****************************************************************
      *    EVERY EDIT AN ENTRY MUST PASS BEFORE IT IS SAVED: AN
      *    OFFICER AND A REASON; A GRANTED DATE THAT IS A REAL DATE
      *    NO LATER THAN TODAY (BLANK MEANS TODAY); AN EXPIRY DATE
      *    THAT IS A REAL DATE AFTER THE GRANTED DATE AND NOT
      *    ALREADY PAST - AN ENTRY THAT EXPIRED BEFORE IT WAS SAVED
      *    WOULD SUPPRESS NOTHING.
      *****************************************************************
       420-VALIDATE-ENTRY.
            MOVE "Y" TO WS-EDIT-OK-SW.
            IF PNL-OFFICER = SPACES
               MOVE "APPROVING OFFICER IS REQUIRED" TO PNL-ERR-MSG
               MOVE "N" TO WS-EDIT-OK-SW
               GO TO 420-VALIDATE-ENTRY-EXIT
            END-IF.
            IF PNL-REASON = SPACES
               MOVE "REASON IS REQUIRED" TO PNL-ERR-MSG
               MOVE "N" TO WS-EDIT-OK-SW
               GO TO 420-VALIDATE-ENTRY-EXIT
            END-IF.
            IF PNL-GRANT-DATE = SPACES
               MOVE WS-RUN-DATE TO PNL-GRANT-DATE
            END-IF.
            MOVE PNL-GRANT-DATE TO WS-DATE-WORK.
            PERFORM 430-EDIT-DATE.
            IF WS-DATE-INT = 0
               MOVE "GRANTED DATE IS NOT A REAL DATE" TO PNL-ERR-MSG
               MOVE "N" TO WS-EDIT-OK-SW
               GO TO 420-VALIDATE-ENTRY-EXIT
            END-IF.
            MOVE WS-DATE-INT TO WS-GRANT-INT.
            IF WS-GRANT-INT > WS-RUN-DATE-INT
               MOVE "GRANTED DATE IS IN THE FUTURE" TO PNL-ERR-MSG
               MOVE "N" TO WS-EDIT-OK-SW
               GO TO 420-VALIDATE-ENTRY-EXIT
            END-IF.
            MOVE PNL-EXPIRY-DATE TO WS-DATE-WORK.
            PERFORM 430-EDIT-DATE.
            IF WS-DATE-INT = 0
               MOVE "EXPIRY DATE IS NOT A REAL DATE" TO PNL-ERR-MSG
               MOVE "N" TO WS-EDIT-OK-SW
               GO TO 420-VALIDATE-ENTRY-EXIT
            END-IF.
            MOVE WS-DATE-INT TO WS-EXPIRY-INT.
            IF WS-EXPIRY-INT <= WS-GRANT-INT
               MOVE "EXPIRY MUST BE AFTER GRANTED DATE"
                   TO PNL-ERR-MSG
               MOVE "N" TO WS-EDIT-OK-SW
               GO TO 420-VALIDATE-ENTRY-EXIT
            END-IF.
            IF WS-EXPIRY-INT < WS-RUN-DATE-INT
               MOVE "EXPIRY DATE HAS ALREADY PASSED" TO PNL-ERR-MSG
               MOVE "N" TO WS-EDIT-OK-SW
               GO TO 420-VALIDATE-ENTRY-EXIT
            END-IF.
            MOVE SPACES TO WS-NEW-ENTRY.
            MOVE PNL-ACCT-ID TO WS-NEW-ACCT-ID.
            MOVE PNL-OFFICER TO WS-NEW-OFFICER.
            MOVE PNL-GRANT-DATE TO WS-NEW-GRANT-DATE.
            MOVE PNL-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE.
            MOVE PNL-REASON TO WS-NEW-REASON.
       420-VALIDATE-ENTRY-EXIT.
            EXIT.

      *    INTEGER-OF-DATE RETURNS ZERO FOR ANYTHING THAT ISN'T A
      *    REAL CALENDAR DATE - THE SAME TEST THE BATCH PROGRAMS
      *    APPLY TO THEIR AS-OF DATES.
       430-EDIT-DATE.
            MOVE 0 TO WS-DATE-INT.
            IF WS-DATE-NUM IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            END-IF.

       450-SHOW-ENTRY.
            SET WS-SUP-IDX TO WS-FOUND-IDX.
            MOVE WS-SUP-ENTRY(WS-SUP-IDX) TO SUP-RECORD.
            MOVE SUP-OFFICER TO PNL-OFFICER.
            MOVE SUP-RECORD(19:8) TO PNL-GRANT-DATE.
            MOVE SUP-RECORD(28:8) TO PNL-EXPIRY-DATE.
            MOVE SUP-REASON TO PNL-REASON.
            MOVE SPACE TO PNL-ACTION.
            IF SUP-EXPIRY-DATE IS NUMERIC AND SUP-EXPIRY-DATE > 0
               IF SUP-EXPIRY-DATE < WS-RUN-DATE
                  MOVE "ENTRY HAS EXPIRED - NOT IN FORCE"
                      TO PNL-ERR-MSG
               END-IF
            ELSE
               MOVE "NO APPROVAL RECORDED - UPDATE WITH C"
                   TO PNL-ERR-MSG
            END-IF.

       500-ADD-ENTRY.
            IF WS-SUP-ENTRY-FOUND
               MOVE "ALREADY ON THE LIST - USE C TO CHANGE"
                   TO PNL-ERR-MSG
               GO TO 500-ADD-ENTRY-EXIT
            END-IF.
            IF WS-SUP-TABLE-COUNT >= WS-SUP-TABLE-MAX
               MOVE "LIST IS FULL AT 500 ENTRIES" TO PNL-ERR-MSG
               GO TO 500-ADD-ENTRY-EXIT
            END-IF.
            PERFORM 420-VALIDATE-ENTRY THRU 420-VALIDATE-ENTRY-EXIT.
            IF NOT WS-EDIT-OK
               GO TO 500-ADD-ENTRY-EXIT
            END-IF.
            ADD 1 TO WS-SUP-TABLE-COUNT.
            SET WS-SUP-IDX TO WS-SUP-TABLE-COUNT.
            MOVE WS-NEW-ENTRY TO WS-SUP-ENTRY(WS-SUP-IDX).
            MOVE SPACES TO WS-OLD-IMAGE.
            MOVE WS-NEW-ENTRY TO WS-NEW-IMAGE.
            MOVE "ADD" TO WS-LOG-ACTION.
            PERFORM 600-SAVE-LIST.
            PERFORM 700-WRITE-CHANGE-LOG.
            MOVE SPACE TO PNL-ACTION.
            MOVE "ENTRY ADDED" TO PNL-ERR-MSG.
       500-ADD-ENTRY-EXIT.
            EXIT.

       510-CHANGE-ENTRY.
            IF NOT WS-SUP-ENTRY-FOUND
               MOVE "ACCOUNT NOT ON THE EXCEPTION LIST"
                   TO PNL-ERR-MSG
               GO TO 510-CHANGE-ENTRY-EXIT
            END-IF.
            PERFORM 420-VALIDATE-ENTRY THRU 420-VALIDATE-ENTRY-EXIT.
            IF NOT WS-EDIT-OK
               GO TO 510-CHANGE-ENTRY-EXIT
            END-IF.
            SET WS-SUP-IDX TO WS-FOUND-IDX.
            MOVE WS-SUP-ENTRY(WS-SUP-IDX) TO WS-OLD-IMAGE.
            IF WS-OLD-IMAGE = WS-NEW-ENTRY
               MOVE "NO CHANGE TO SAVE" TO PNL-ERR-MSG
               GO TO 510-CHANGE-ENTRY-EXIT
            END-IF.
            MOVE WS-NEW-ENTRY TO WS-SUP-ENTRY(WS-SUP-IDX).
            MOVE WS-NEW-ENTRY TO WS-NEW-IMAGE.
            MOVE "CHANGE" TO WS-LOG-ACTION.
            PERFORM 600-SAVE-LIST.
            PERFORM 700-WRITE-CHANGE-LOG.
            MOVE SPACE TO PNL-ACTION.
            MOVE "ENTRY CHANGED" TO PNL-ERR-MSG.
       510-CHANGE-ENTRY-EXIT.
            EXIT.

      *    A DELETE CLOSES THE GAP SO THE LIST STAYS IN THE ORDER
      *    THE ENTRIES WERE ADDED.
       520-DELETE-ENTRY.
            IF NOT WS-SUP-ENTRY-FOUND
               MOVE "ACCOUNT NOT ON THE EXCEPTION LIST"
                   TO PNL-ERR-MSG
               GO TO 520-DELETE-ENTRY-EXIT
            END-IF.
            SET WS-SUP-IDX TO WS-FOUND-IDX.
            MOVE WS-SUP-ENTRY(WS-SUP-IDX) TO WS-OLD-IMAGE.
            MOVE SPACES TO WS-NEW-IMAGE.
            PERFORM 521-SHIFT-ONE-ENTRY
                VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                UNTIL WS-SHIFT-IDX >= WS-SUP-TABLE-COUNT.
            SUBTRACT 1 FROM WS-SUP-TABLE-COUNT.
            MOVE "DELETE" TO WS-LOG-ACTION.
            PERFORM 600-SAVE-LIST.
            PERFORM 700-WRITE-CHANGE-LOG.
            MOVE SPACE TO PNL-ACTION.
            MOVE SPACES TO PNL-OFFICER PNL-GRANT-DATE
                PNL-EXPIRY-DATE PNL-REASON.
            MOVE "ENTRY DELETED" TO PNL-ERR-MSG.
       520-DELETE-ENTRY-EXIT.
            EXIT.

       521-SHIFT-ONE-ENTRY.
            MOVE WS-SUP-ENTRY(WS-SHIFT-IDX + 1)
                TO WS-SUP-ENTRY(WS-SHIFT-IDX).

      *    THE LIST IS WRITTEN BACK WHOLE - IT IS A FEW DOZEN
      *    RECORDS, AND THE NIGHTLY SWEEP READS IT TOP TO BOTTOM.
       600-SAVE-LIST.
            OPEN OUTPUT SUPPRSFILE.
            PERFORM 610-WRITE-ONE-ENTRY
                VARYING WS-SUP-IDX FROM 1 BY 1
                UNTIL WS-SUP-IDX > WS-SUP-TABLE-COUNT.
            CLOSE SUPPRSFILE.

       610-WRITE-ONE-ENTRY.
            MOVE WS-SUP-ENTRY(WS-SUP-IDX) TO SUP-RECORD.
            WRITE SUP-RECORD.

      *    WHO, WHEN, WHAT, AND THE WHOLE ENTRY BEFORE AND AFTER.
       700-WRITE-CHANGE-LOG.
            ACCEPT WS-RUN-TIME FROM TIME.
            OPEN EXTEND SUPLOGFILE.
            MOVE SPACES TO LOG-RECORD.
            MOVE WS-RUN-DATE TO LOG-DATE.
            MOVE WS-RUN-TIME TO LOG-TIME.
            MOVE PNL-USER-ID TO LOG-USER.
            MOVE WS-LOG-ACTION TO LOG-ACTION.
            MOVE WS-OLD-IMAGE TO LOG-OLD-VALUE.
            MOVE WS-NEW-IMAGE TO LOG-NEW-VALUE.
            WRITE LOG-RECORD.
            CLOSE SUPLOGFILE.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            PERFORM 110-LOAD-SUPPRESSION.
            MOVE WS-SUP-TABLE-COUNT TO PNL-ENTRY-COUNT.
            IF WS-SUP-TABLE-FULL
               MOVE WS-OVERFLOW-MSG TO PNL-ERR-MSG
            END-IF.

       110-LOAD-SUPPRESSION.
            MOVE 0 TO WS-SUP-TABLE-COUNT.
            MOVE SPACES TO WS-SUP-TABLE.
            OPEN INPUT SUPPRSFILE.
            IF SUP-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 111-READ-ONE-SUPPRESSION UNTIL WS-AT-EOF
               CLOSE SUPPRSFILE
            END-IF.

       111-READ-ONE-SUPPRESSION.
            READ SUPPRSFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF SUP-ACCT-ID NOT = SPACES
                      IF WS-SUP-TABLE-COUNT < WS-SUP-TABLE-MAX
                         ADD 1 TO WS-SUP-TABLE-COUNT
                         SET WS-SUP-IDX TO WS-SUP-TABLE-COUNT
                         MOVE SUP-RECORD TO WS-SUP-ENTRY(WS-SUP-IDX)
                      ELSE
                         MOVE "Y" TO WS-SUP-TABLE-OVERFLOW-SW
                      END-IF
                   END-IF
            END-READ.

       200-DEFINE-DIALOG-VARS.
            CALL "ISPLINK" USING ISP-VDEFINE "(SUPACT)"
                PNL-ACTION ISP-CHAR ISP-LEN-1.
            CALL "ISPLINK" USING ISP-VDEFINE "(SUPACCT)"
                PNL-ACCT-ID ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(SUPOFF)"
                PNL-OFFICER ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(SUPGRNT)"
                PNL-GRANT-DATE ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(SUPEXP)"
                PNL-EXPIRY-DATE ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VDEFINE "(SUPRSN)"
                PNL-REASON ISP-CHAR ISP-LEN-40.
            CALL "ISPLINK" USING ISP-VDEFINE "(SUPCNT)"
                PNL-ENTRY-COUNT ISP-CHAR ISP-LEN-4.
            CALL "ISPLINK" USING ISP-VDEFINE "(ERRMSG)"
                PNL-ERR-MSG ISP-CHAR ISP-LEN-40.
      *    ZUSER IDENTIFIES WHO MADE THE CHANGE FOR THE LOG.
            CALL "ISPLINK" USING ISP-VDEFINE "(ZUSER)"
                PNL-USER-ID ISP-CHAR ISP-LEN-8.
            CALL "ISPLINK" USING ISP-VGET "(ZUSER)".

       900-TERMINATE.
            MOVE 0 TO RETURN-CODE.
