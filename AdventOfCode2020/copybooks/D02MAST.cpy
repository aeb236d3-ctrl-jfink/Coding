      *              RELEASE CARRY SPACES THERE - CONSUMERS MUST
      *              TEST NUMERIC BEFORE USING THE DATE). RECORD
      *              LENGTH UNCHANGED AT 40.
      *  10/15  RF   REVOCATION LIFECYCLE FIELDS, MAINTAINED ONLY BY
      *              THE ACKNOWLEDGMENT RUN (AOC-2020-02-K) - THE
      *              MAIN RUN CARRIES THEM THROUGH UNTOUCHED. STATUS
      *              C = SENT AS A REVOCATION CANDIDATE, NO ANSWER
      *              YET; R = PROVISIONING REVOKED THE ACCOUNT; J =
      *              PROVISIONING REJECTED THE REVOCATION; I = A
      *              REVOKED ACCOUNT NOW PASSING, SENT FOR
      *              REINSTATEMENT; SPACE = NOT IN THE CYCLE (NEVER
      *              A CANDIDATE, OR REINSTATED). SENT DATE IS WHEN
      *              THE CURRENT C OR I WENT OUT; ACK DATE IS WHEN
      *              PROVISIONING LAST ACTED (THE REVOCATION DATE
      *              WHILE R). RECORD LENGTH 40 TO 60 - SEE D02MCNV
      *              FOR THE ONE-TIME RELOAD. CONVERTED RECORDS
      *              CARRY SPACES IN THE DATES, SO CONSUMERS TEST
      *              NUMERIC FIRST, AS FOR THE LAST-NOTIFIED DATE.
      *****************************************************************
       01 MST-RECORD.
         05 MST-ACCT-ID PIC X(08).
         05 MST-CONSEC-FAIL-COUNT PIC 9(04).
         05 MST-SOURCE-ID PIC X(08).
         05 MST-LAST-NOTIFY-DATE PIC 9(08).
         05 MST-RVK-STATUS PIC X(01).
           88 MST-RVK-NOT-IN-CYCLE VALUE SPACE.
           88 MST-RVK-PENDING VALUE "C".
           88 MST-RVK-REVOKED VALUE "R".
           88 MST-RVK-REJECTED VALUE "J".
           88 MST-RVK-REINSTATE-SENT VALUE "I".
         05 MST-RVK-SENT-DATE PIC 9(08).
         05 MST-RVK-ACK-DATE PIC 9(08).
         05 FILLER PIC X(03).
