      *              FILE - THEY APPEAR ON THE REPORT MARKED
      *              SUPPRESSED SO AN APPROVED EXCEPTION IS STILL
      *              VISIBLE, JUST NOT RE-REVOKED EVERY NIGHT.
      *  10/15  RF   SUPPRESSION ENTRIES NOW CARRY THE APPROVING
      *              OFFICER, REASON, GRANTED DATE AND EXPIRY DATE
      *              (COPYBOOK D02SUPP, MAINTAINED BY AOC-2020-02-E).
      *              AN ENTRY PAST ITS EXPIRY IS NOT LOADED, SO THE
      *              ACCOUNT IS A CANDIDATE AGAIN THE DAY AFTER ITS
      *              EXCEPTION RUNS OUT; THE REPORT COUNTS THE
      *              EXPIRED ENTRIES IGNORED.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           05 RVC-THRESHOLD PIC 9(04).
           05 FILLER PIC X(76).

      *    APPROVED-EXCEPTION SUPPRESSION LIST - ONE ACCOUNT PER
      *    RECORD. A LISTED ACCOUNT WHOSE EXCEPTION HAS NOT EXPIRED
      *    IS NEVER WRITTEN TO THE CANDIDATE FILE, HOWEVER MANY
      *    TIMES IT FAILS.
         FD SUPPRSFILE.
         COPY D02SUPP.

      *    THE CANDIDATE EXTRACT THE SECURITY PROVISIONING SYSTEM
      *    LOADS - FIXED COLUMNS, ONE RECORD PER CANDIDATE ACCOUNT.
         01 WS-MASTER-READ PIC 9(9) VALUE 0.
         01 WS-CANDIDATE-COUNT PIC 9(9) VALUE 0.
         01 WS-SUPPRESSED-COUNT PIC 9(9) VALUE 0.
         01 WS-SUP-EXPIRED-COUNT PIC 9(9) VALUE 0.

      *    STAGED REPORT LINE LAYOUTS, SAME PATTERN AS AOC-2020-02-1.
         01 WS-RPT-SUMMARY-LINE.
            READ SUPPRSFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
      *    AN EXCEPTION IS GOOD THROUGH ITS EXPIRY DATE. AN ENTRY
      *    WITH NO EXPIRY PREDATES THE APPROVAL FIELDS AND STAYS IN
      *    FORCE - THE WEEKLY EXCEPTION REVIEW CHASES THOSE.
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
            MOVE "SUPPRESSED BY EXCEPTION:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SUPPRESSED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "EXPIRED EXCEPTIONS IGNORED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-SUP-EXPIRED-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF WS-SUP-TABLE-FULL
               MOVE "SUPPRESSION NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "500-ENTRY CAP HIT - SOME NOT LOADED"
