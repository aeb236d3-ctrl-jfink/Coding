       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-02-K.
       AUTHOR. R. FERRARO.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  10/15  RF   ORIGINAL VERSION - CLOSES THE REVOCATION LOOP.
      *              AOC-2020-02-V SENDS THE CANDIDATE EXTRACT TO THE
      *              SECURITY PROVISIONING SYSTEM EVERY NIGHT AND
      *              NOTHING EVER CAME BACK: SOME CANDIDATES WERE
      *              REVOKED, SOME REJECTED, AND A REVOKED ACCOUNT
      *              THAT LATER CAME INTO COMPLIANCE STAYED LOCKED
      *              UNTIL SOMEONE RAISED A TICKET. THIS PROGRAM
      *              KEEPS THE REVOCATION LIFECYCLE FIELDS ON
      *              D2.MASTER (SEE D02MAST) IN THREE PASSES:
      *              TONIGHT'S CANDIDATES ARE MARKED SENT (C) WITH
      *              THE DATE THEY WENT OUT; THE PROVISIONING
      *              SYSTEM'S ACKNOWLEDGMENTS MARK EACH ONE REVOKED
      *              (R), REJECTED (J) OR REINSTATED (BACK TO BLANK)
      *              WITH THE DATE IT ACTED; AND A KEY-ORDER SWEEP
      *              REPORTS EVERY CANDIDATE OR REINSTATEMENT STILL
      *              UNANSWERED AFTER THE D2.ACKCTL DAYS AND WRITES
      *              A REINSTATEMENT EXTRACT FOR EVERY REVOKED
      *              ACCOUNT WHOSE OVERALL RESULT IS BACK TO P
      *              (MARKED I, SO IT GOES OUT ONCE).
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO D2MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-ACCT-ID
           FILE STATUS IS MST-FILE-STATUS.
           SELECT ACKCTLFILE ASSIGN TO D2ACKCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACC-FILE-STATUS.
           SELECT RVKCANFILE ASSIGN TO D2RVKCAN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RVK-FILE-STATUS.
           SELECT RVKACKFILE ASSIGN TO D2RVKACK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-FILE-STATUS.
           SELECT RNSOUTFILE ASSIGN TO D2RNSOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO D2KREPT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD MASTERFILE.
         COPY D02MAST.

      *    ACKNOWLEDGMENT CONTROL CARD - DAYS A CANDIDATE OR A
      *    REINSTATEMENT MAY WAIT FOR AN ANSWER BEFORE IT IS
      *    REPORTED AS UNACKNOWLEDGED.
         FD ACKCTLFILE.
         01 ACC-RECORD.
           05 ACC-OVERDUE-DAYS PIC 9(04).
           05 FILLER PIC X(76).

      *    TONIGHT'S CANDIDATE EXTRACT, AS AOC-2020-02-V WROTE IT.
         FD RVKCANFILE.
         01 RVK-RECORD.
           05 RVK-ACCT-ID PIC X(08).
           05 FILLER PIC X(01).
           05 RVK-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 RVK-LAST-SEEN PIC 9(08).
           05 FILLER PIC X(01).
           05 RVK-CONSEC-FAILS PIC 9(04).
           05 FILLER PIC X(01).
           05 RVK-RUN-DATE PIC 9(08).

      *    THE PROVISIONING SYSTEM'S ACKNOWLEDGMENTS - ONE RECORD
      *    PER ACTION IT TOOK, IN ANY ORDER: R REVOKED, J REJECTED
      *    (THE ACCOUNT STAYS OPEN), U REINSTATED. THE DATE IS THE
      *    DAY PROVISIONING ACTED; THE REFERENCE IS ITS OWN TICKET
      *    OR REQUEST NUMBER, CARRIED ONTO THE REPORT.
         FD RVKACKFILE.
         01 ACK-RECORD.
           05 ACK-ACCT-ID PIC X(08).
           05 FILLER PIC X(01).
           05 ACK-ACTION PIC X(01).
             88 ACK-REVOKED VALUE "R".
             88 ACK-REJECTED VALUE "J".
             88 ACK-REINSTATED VALUE "U".
           05 FILLER PIC X(01).
           05 ACK-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ACK-REFERENCE PIC X(20).
           05 FILLER PIC X(40).

      *    THE REINSTATEMENT EXTRACT THE PROVISIONING SYSTEM LOADS -
      *    SAME FIXED-COLUMN STYLE AS THE CANDIDATE EXTRACT, WITH
      *    THE DATE THE ACCOUNT WAS REVOKED.
         FD RNSOUTFILE.
         01 RNS-RECORD.
           05 RNS-ACCT-ID PIC X(08).
           05 FILLER PIC X(01).
           05 RNS-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 RNS-REVOKED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RNS-LAST-SEEN PIC 9(08).
           05 FILLER PIC X(01).
           05 RNS-RUN-DATE PIC 9(08).
           05 FILLER PIC X(36).

         FD REPORTFILE.
         01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 MST-FILE-STATUS PIC XX.
         01 ACC-FILE-STATUS PIC XX.
         01 RVK-FILE-STATUS PIC XX.
         01 ACK-FILE-STATUS PIC XX.

         01 WS-RUN-DATE PIC 9(08).
         01 WS-RUN-DATE-INT PIC 9(09) COMP.
         01 WS-DATE-INT PIC 9(09) COMP.
         01 WS-AGE-DAYS PIC S9(05) COMP.
         01 WS-EOF-SWITCH PIC X(01) VALUE "N".
           88 WS-AT-EOF VALUE "Y".
         01 WS-MASTER-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-MASTER-AVAILABLE VALUE "Y".
         01 WS-CANDIDATES-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-CANDIDATES-AVAILABLE VALUE "Y".
         01 WS-ACKS-AVAIL-SW PIC X(01) VALUE "N".
           88 WS-ACKS-AVAILABLE VALUE "Y".

      *    THE OVERDUE LIMIT IS CONTROL DATA - THE DEFAULT ONLY
      *    COVERS A MISSING CARD, AND THE REPORT ALWAYS SHOWS THE
      *    VALUE THAT ACTUALLY RAN.
         01 WS-OVERDUE-DAYS PIC 9(04) VALUE 7.

      *    RUN TOTALS FOR THE ACKNOWLEDGMENT REPORT.
         01 WS-CAND-READ PIC 9(9) VALUE 0.
         01 WS-CAND-MARKED PIC 9(9) VALUE 0.
         01 WS-CAND-IN-CYCLE PIC 9(9) VALUE 0.
         01 WS-CAND-ABSENT PIC 9(9) VALUE 0.
         01 WS-ACK-READ PIC 9(9) VALUE 0.
         01 WS-ACK-REVOKED PIC 9(9) VALUE 0.
         01 WS-ACK-REJECTED PIC 9(9) VALUE 0.
         01 WS-ACK-REINSTATED PIC 9(9) VALUE 0.
         01 WS-ACK-UNSOLICITED PIC 9(9) VALUE 0.
         01 WS-ACK-UNMATCHED PIC 9(9) VALUE 0.
         01 WS-ACK-INVALID PIC 9(9) VALUE 0.
         01 WS-MASTER-READ PIC 9(9) VALUE 0.
         01 WS-OVERDUE-COUNT PIC 9(9) VALUE 0.
         01 WS-REINSTATE-COUNT PIC 9(9) VALUE 0.
         01 WS-UPDATE-FAILED PIC 9(9) VALUE 0.

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
           05 FILLER PIC X(06) VALUE "  SRC ".
           05 WS-RPT-DET-SOURCE PIC X(08).
           05 FILLER PIC X(07) VALUE "  DATE ".
           05 WS-RPT-DET-DATE PIC 9(08).
           05 FILLER PIC X(07) VALUE "  DAYS ".
           05 WS-RPT-DET-DAYS PIC ZZZ9.
           05 FILLER PIC X(02) VALUE "  ".
           05 WS-RPT-DET-STATUS PIC X(22).

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            IF WS-MASTER-AVAILABLE
               IF WS-CANDIDATES-AVAILABLE
                  MOVE "N" TO WS-EOF-SWITCH
                  PERFORM 200-READ-CANDIDATE UNTIL WS-AT-EOF
               END-IF
               IF WS-ACKS-AVAILABLE
                  MOVE "N" TO WS-EOF-SWITCH
                  PERFORM 300-READ-ACK UNTIL WS-AT-EOF
               END-IF
               PERFORM 400-START-SWEEP
               PERFORM 410-READ-MASTER UNTIL WS-AT-EOF
            END-IF.
            PERFORM 800-WRITE-REPORT.
            PERFORM 900-TERMINATE.
            STOP RUN.

       200-READ-CANDIDATE.
            READ RVKCANFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-CAND-READ
                   PERFORM 210-MARK-CANDIDATE
                       THRU 210-MARK-CANDIDATE-EXIT
            END-READ.

      *****************************************************************
      *    ONE OF TONIGHT'S CANDIDATES. AN ACCOUNT NOT YET IN THE
      *    CYCLE STARTS ITS UNACKNOWLEDGED CLOCK ON THE CANDIDATE
      *    EXTRACT'S RUN DATE. ONE ALREADY WAITING KEEPS ITS FIRST
      *    SENT DATE - THE REVOCATION SWEEP RE-SENDS A FAILING
      *    ACCOUNT EVERY NIGHT, AND THE CLOCK MUST NOT RESTART EACH
      *    TIME. A REVOKED OR REJECTED ACCOUNT HAS ITS ANSWER. ONE
      *    SENT FOR REINSTATEMENT THAT HAS FAILED ITS WAY BACK TO
      *    THE THRESHOLD IS A CANDIDATE AGAIN.
      *****************************************************************
       210-MARK-CANDIDATE.
            MOVE RVK-ACCT-ID TO MST-ACCT-ID.
            READ MASTERFILE
                INVALID KEY
                   ADD 1 TO WS-CAND-ABSENT
                   GO TO 210-MARK-CANDIDATE-EXIT
            END-READ.
            IF NOT MST-RVK-NOT-IN-CYCLE
               AND NOT MST-RVK-REINSTATE-SENT
               ADD 1 TO WS-CAND-IN-CYCLE
               GO TO 210-MARK-CANDIDATE-EXIT
            END-IF.
            MOVE "C" TO MST-RVK-STATUS.
            IF RVK-RUN-DATE IS NUMERIC AND RVK-RUN-DATE > 0
               MOVE RVK-RUN-DATE TO MST-RVK-SENT-DATE
            ELSE
               MOVE WS-RUN-DATE TO MST-RVK-SENT-DATE
            END-IF.
            IF MST-RVK-ACK-DATE NOT NUMERIC
               MOVE 0 TO MST-RVK-ACK-DATE
            END-IF.
            PERFORM 500-REWRITE-MASTER.
            IF MST-FILE-STATUS = "00"
               ADD 1 TO WS-CAND-MARKED
            END-IF.
       210-MARK-CANDIDATE-EXIT.
            EXIT.

       300-READ-ACK.
            READ RVKACKFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF ACK-ACCT-ID NOT = SPACES
                      ADD 1 TO WS-ACK-READ
                      PERFORM 310-APPLY-ACK THRU 310-APPLY-ACK-EXIT
                   END-IF
            END-READ.

      *****************************************************************
      *    ONE ACKNOWLEDGMENT. IT IS RECORDED WHATEVER STATE THE
      *    ACCOUNT IS IN - PROVISIONING'S WORD ON WHAT IT DID IS THE
      *    FACT - BUT ONE THE CYCLE WAS NOT WAITING FOR (A
      *    REVOCATION OF AN ACCOUNT NEVER SENT, A REINSTATEMENT
      *    NEVER ASKED FOR) IS LISTED AS UNSOLICITED FOR SECURITY
      *    TO LOOK AT. AN UNKNOWN ACCOUNT OR AN UNREADABLE RECORD
      *    CHANGES NOTHING AND IS LISTED.
      *****************************************************************
       310-APPLY-ACK.
            MOVE ACK-ACCT-ID TO WS-RPT-DET-ACCT.
            MOVE SPACES TO WS-RPT-DET-SOURCE.
            MOVE 0 TO WS-RPT-DET-DAYS.
            IF ACK-DATE IS NUMERIC
               MOVE ACK-DATE TO WS-RPT-DET-DATE
            ELSE
               MOVE 0 TO WS-RPT-DET-DATE
            END-IF.
            MOVE 0 TO WS-DATE-INT.
            IF ACK-DATE IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(ACK-DATE)
            END-IF.
            IF WS-DATE-INT = 0
               OR NOT (ACK-REVOKED OR ACK-REJECTED OR ACK-REINSTATED)
               ADD 1 TO WS-ACK-INVALID
               MOVE "ACK INVALID - IGNORED" TO WS-RPT-DET-STATUS
               PERFORM 810-WRITE-DETAIL-LINE
               GO TO 310-APPLY-ACK-EXIT
            END-IF.
            MOVE ACK-ACCT-ID TO MST-ACCT-ID.
            READ MASTERFILE
                INVALID KEY
                   ADD 1 TO WS-ACK-UNMATCHED
                   MOVE "ACK NOT ON MASTER" TO WS-RPT-DET-STATUS
                   PERFORM 810-WRITE-DETAIL-LINE
                   GO TO 310-APPLY-ACK-EXIT
            END-READ.
            MOVE MST-SOURCE-ID TO WS-RPT-DET-SOURCE.
            EVALUATE TRUE
                WHEN ACK-REINSTATED
                   IF NOT MST-RVK-REINSTATE-SENT
                      AND NOT MST-RVK-REVOKED
                      ADD 1 TO WS-ACK-UNSOLICITED
                      MOVE "UNSOLICITED REINSTATE" TO WS-RPT-DET-STATUS
                      PERFORM 810-WRITE-DETAIL-LINE
                   END-IF
                   ADD 1 TO WS-ACK-REINSTATED
                   MOVE SPACE TO MST-RVK-STATUS
                WHEN OTHER
                   IF NOT MST-RVK-PENDING
                      ADD 1 TO WS-ACK-UNSOLICITED
                      MOVE "UNSOLICITED ACK" TO WS-RPT-DET-STATUS
                      PERFORM 810-WRITE-DETAIL-LINE
                   END-IF
                   IF ACK-REVOKED
                      ADD 1 TO WS-ACK-REVOKED
                      MOVE "R" TO MST-RVK-STATUS
                   ELSE
                      ADD 1 TO WS-ACK-REJECTED
                      MOVE "J" TO MST-RVK-STATUS
                   END-IF
            END-EVALUATE.
            MOVE ACK-DATE TO MST-RVK-ACK-DATE.
            IF MST-RVK-SENT-DATE NOT NUMERIC
               MOVE 0 TO MST-RVK-SENT-DATE
            END-IF.
            PERFORM 500-REWRITE-MASTER.
       310-APPLY-ACK-EXIT.
            EXIT.

      *    THE SWEEP STARTS AT THE LOWEST KEY AND READS FORWARD.
       400-START-SWEEP.
            MOVE "N" TO WS-EOF-SWITCH.
            MOVE LOW-VALUES TO MST-ACCT-ID.
            START MASTERFILE KEY IS NOT LESS THAN MST-ACCT-ID
                INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
            END-START.

       410-READ-MASTER.
            READ MASTERFILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   PERFORM 420-SWEEP-ONE THRU 420-SWEEP-ONE-EXIT
            END-READ.

      *****************************************************************
      *    ONE MASTER RECORD. A REVOKED ACCOUNT PASSING AGAIN GOES
      *    OUT FOR REINSTATEMENT; A CANDIDATE OR REINSTATEMENT STILL
      *    UNANSWERED PAST THE LIMIT IS LISTED. THE AGE IS COUNTED
      *    FROM THE SENT DATE - A RECORD WITHOUT A USABLE ONE CANNOT
      *    BE AGED AND IS LISTED RATHER THAN LEFT OUT.
      *****************************************************************
       420-SWEEP-ONE.
            MOVE MST-ACCT-ID TO WS-RPT-DET-ACCT.
            MOVE MST-SOURCE-ID TO WS-RPT-DET-SOURCE.
            IF MST-RVK-REVOKED AND MST-OVERALL-RESULT = "P"
               PERFORM 430-SEND-REINSTATEMENT
               GO TO 420-SWEEP-ONE-EXIT
            END-IF.
            IF NOT MST-RVK-PENDING AND NOT MST-RVK-REINSTATE-SENT
               GO TO 420-SWEEP-ONE-EXIT
            END-IF.
            MOVE 0 TO WS-DATE-INT.
            IF MST-RVK-SENT-DATE IS NUMERIC
               AND MST-RVK-SENT-DATE > 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(MST-RVK-SENT-DATE)
            END-IF.
            IF WS-DATE-INT > 0
               COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-DATE-INT
               IF WS-AGE-DAYS <= WS-OVERDUE-DAYS
                  GO TO 420-SWEEP-ONE-EXIT
               END-IF
               MOVE MST-RVK-SENT-DATE TO WS-RPT-DET-DATE
               MOVE WS-AGE-DAYS TO WS-RPT-DET-DAYS
            ELSE
               MOVE 0 TO WS-RPT-DET-DATE
               MOVE 0 TO WS-RPT-DET-DAYS
            END-IF.
            ADD 1 TO WS-OVERDUE-COUNT.
            IF MST-RVK-PENDING
               MOVE "CANDIDATE UNACKED" TO WS-RPT-DET-STATUS
            ELSE
               MOVE "REINSTATEMENT UNACKED" TO WS-RPT-DET-STATUS
            END-IF.
            PERFORM 810-WRITE-DETAIL-LINE.
       420-SWEEP-ONE-EXIT.
            EXIT.

       430-SEND-REINSTATEMENT.
            MOVE SPACES TO RNS-RECORD.
            MOVE MST-ACCT-ID TO RNS-ACCT-ID.
            MOVE MST-SOURCE-ID TO RNS-SOURCE-ID.
            IF MST-RVK-ACK-DATE IS NUMERIC
               MOVE MST-RVK-ACK-DATE TO RNS-REVOKED-DATE
            ELSE
               MOVE 0 TO RNS-REVOKED-DATE
            END-IF.
            MOVE MST-LAST-SEEN-DATE TO RNS-LAST-SEEN.
            MOVE WS-RUN-DATE TO RNS-RUN-DATE.
            MOVE "I" TO MST-RVK-STATUS.
            MOVE WS-RUN-DATE TO MST-RVK-SENT-DATE.
            PERFORM 500-REWRITE-MASTER.
      *    THE EXTRACT RECORD GOES OUT ONLY ONCE THE MASTER SAYS IT
      *    WAS SENT - OTHERWISE TOMORROW WOULD SEND IT AGAIN.
            IF MST-FILE-STATUS = "00"
               WRITE RNS-RECORD
               ADD 1 TO WS-REINSTATE-COUNT
               MOVE RNS-REVOKED-DATE TO WS-RPT-DET-DATE
               MOVE 0 TO WS-RPT-DET-DAYS
               MOVE "REINSTATEMENT SENT" TO WS-RPT-DET-STATUS
               PERFORM 810-WRITE-DETAIL-LINE
            END-IF.

      *    IN DYNAMIC ACCESS THE REWRITE TAKES THE RECORD JUST READ,
      *    RANDOM OR NEXT, SO ONE PARAGRAPH SERVES ALL THREE PASSES.
       500-REWRITE-MASTER.
            REWRITE MST-RECORD
                INVALID KEY CONTINUE
            END-REWRITE.
            IF MST-FILE-STATUS NOT = "00"
               ADD 1 TO WS-UPDATE-FAILED
               MOVE MST-ACCT-ID TO WS-RPT-DET-ACCT
               MOVE 0 TO WS-RPT-DET-DATE
               MOVE 0 TO WS-RPT-DET-DAYS
               MOVE "REWRITE FAILED - FS" TO WS-RPT-DET-STATUS
               MOVE MST-FILE-STATUS TO WS-RPT-DET-STATUS(21:2)
               PERFORM 810-WRITE-DETAIL-LINE
            END-IF.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
            OPEN OUTPUT REPORTFILE.
            PERFORM 110-LOAD-ACK-CONTROL.
            OPEN OUTPUT RNSOUTFILE.
      *    NEITHER INPUT IS REQUIRED - A NIGHT WITH NO CANDIDATES OR
      *    NO ACKNOWLEDGMENTS STILL NEEDS THE SWEEP, SINCE THE
      *    CLOCKS RUN AND ACCOUNTS COME BACK INTO COMPLIANCE EVERY
      *    NIGHT REGARDLESS.
            OPEN INPUT RVKCANFILE.
            IF RVK-FILE-STATUS = "00"
               MOVE "Y" TO WS-CANDIDATES-AVAIL-SW
            END-IF.
            OPEN INPUT RVKACKFILE.
            IF ACK-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACKS-AVAIL-SW
            END-IF.
      *    DYNAMIC I-O - THE CANDIDATES AND ACKNOWLEDGMENTS ARRIVE
      *    IN NO PARTICULAR ORDER AND ARE APPLIED BY KEY; THE SWEEP
      *    THEN READS THE WHOLE CLUSTER IN KEY ORDER.
            OPEN I-O MASTERFILE.
            IF MST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAIL-SW
            END-IF.

       110-LOAD-ACK-CONTROL.
      *    THE ACKNOWLEDGMENT CONTROL CARD IS OPTIONAL - WITHOUT IT
      *    A CANDIDATE MAY WAIT SEVEN DAYS, SAME OPTIONAL-CONTROL-
      *    CARD CONVENTION AS D2.RVKCTL.
            OPEN INPUT ACKCTLFILE.
            IF ACC-FILE-STATUS = "00"
               READ ACKCTLFILE
                   AT END CONTINUE
                   NOT AT END
                      IF ACC-OVERDUE-DAYS IS NUMERIC
                         AND ACC-OVERDUE-DAYS > 0
                         MOVE ACC-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                      END-IF
               END-READ
               CLOSE ACKCTLFILE
            END-IF.

       800-WRITE-REPORT.
            MOVE "RUN DATE:" TO WS-RPT-TEXT-LABEL.
            MOVE WS-RUN-DATE TO WS-RPT-TEXT-VALUE.
            PERFORM 830-PUT-TEXT-LINE.
            MOVE "OVERDUE AFTER (DAYS):" TO WS-RPT-SUM-LABEL.
            MOVE WS-OVERDUE-DAYS TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CANDIDATES READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CAND-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CANDIDATES NEWLY SENT:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CAND-MARKED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CANDIDATES ALREADY IN CYCLE:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CAND-IN-CYCLE TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "CANDIDATES NOT ON MASTER:" TO WS-RPT-SUM-LABEL.
            MOVE WS-CAND-ABSENT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "ACKNOWLEDGMENTS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ACK-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  REVOKED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ACK-REVOKED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  REJECTED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ACK-REJECTED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  REINSTATED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ACK-REINSTATED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  UNSOLICITED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ACK-UNSOLICITED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  NOT ON MASTER:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ACK-UNMATCHED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "  INVALID:" TO WS-RPT-SUM-LABEL.
            MOVE WS-ACK-INVALID TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MASTER RECORDS READ:" TO WS-RPT-SUM-LABEL.
            MOVE WS-MASTER-READ TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "UNACKNOWLEDGED PAST LIMIT:" TO WS-RPT-SUM-LABEL.
            MOVE WS-OVERDUE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "REINSTATEMENTS SENT:" TO WS-RPT-SUM-LABEL.
            MOVE WS-REINSTATE-COUNT TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            MOVE "MASTER UPDATES FAILED:" TO WS-RPT-SUM-LABEL.
            MOVE WS-UPDATE-FAILED TO WS-RPT-SUM-VALUE.
            PERFORM 820-PUT-SUMMARY-LINE.
            IF NOT WS-CANDIDATES-AVAILABLE
               MOVE "CANDIDATE NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2RVKCAN UNAVAILABLE - NONE MARKED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-ACKS-AVAILABLE
               MOVE "ACKNOWLEDGMENT NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2RVKACK UNAVAILABLE - NONE APPLIED"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.
            IF NOT WS-MASTER-AVAILABLE
               MOVE "COMPLIANCE MASTER NOTE:" TO WS-RPT-TEXT-LABEL
               MOVE "D2MASTER UNAVAILABLE - NO UPDATES"
                   TO WS-RPT-TEXT-VALUE
               PERFORM 830-PUT-TEXT-LINE
            END-IF.

       810-WRITE-DETAIL-LINE.
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
      *    AN UNOPENABLE MASTER MEANS NOTHING WAS RECORDED AND NO
      *    REINSTATEMENT WENT OUT - THE DISTINCT RETURN-CODE KEEPS
      *    THE ACKNOWLEDGMENT FILE FROM BEING CONSUMED UNREAD.
      *    ACKNOWLEDGMENTS THAT COULD NOT BE APPLIED, OR A MASTER
      *    UPDATE THAT FAILED, NEED SOMEONE TO LOOK; OVERDUE
      *    CANDIDATES ARE THE REPORT'S NORMAL CONTENT.
            EVALUATE TRUE
                WHEN NOT WS-MASTER-AVAILABLE
                   MOVE 12 TO RETURN-CODE
                WHEN WS-UPDATE-FAILED > 0
                   MOVE 8 TO RETURN-CODE
                WHEN WS-ACK-UNMATCHED > 0
                   MOVE 4 TO RETURN-CODE
                WHEN WS-ACK-INVALID > 0
                   MOVE 4 TO RETURN-CODE
                WHEN OTHER
                   MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            IF WS-MASTER-AVAILABLE
               CLOSE MASTERFILE
            END-IF.
            IF WS-CANDIDATES-AVAILABLE
               CLOSE RVKCANFILE
            END-IF.
            IF WS-ACKS-AVAILABLE
               CLOSE RVKACKFILE
            END-IF.
            CLOSE RNSOUTFILE.
            CLOSE REPORTFILE.
