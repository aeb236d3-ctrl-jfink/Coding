      *              AND A TRUNCATION FLAG, SO THE MAIN RUN SEES
      *              EXACTLY WHAT IT WOULD HAVE SEEN READING THE
      *              FEEDS ITSELF.
      *  10/15  RF   FEED HEADER/TRAILER CONTROL (COPYBOOK D02FCTL).
      *              EACH FEED NOW OPENS WITH A HEADER (SOURCE ID,
      *              BUSINESS DATE, FILE SEQUENCE NUMBER) AND CLOSES
      *              WITH A TRAILER (RECORD COUNT, ACCOUNT-ID HASH
      *              TOTAL). THEY ARE CHECKED HERE AGAINST THE LAST
      *              FILE ACCEPTED FROM THE SOURCE (D2FSEQIN, WRITTEN
      *              FORWARD TO D2FSEQOT) AND NEVER STAGED. A
      *              REPLAYED, OUT-OF-SEQUENCE, WRONG-DATE OR OUT-OF-
      *              BALANCE FILE IS REJECTED WHOLE - NOT ONE OF ITS
      *              RECORDS REACHES STEP010 OR THE MASTER; THEY GO
      *              TO D2FEEDRJ WITH THE REASON, WHICH ALSO RIDES AN
      *              OPERATIONS SUMMARY RECORD ON D2OPSLOG. THE
      *              FEED'S RECORDS ARE HELD ON A WORK FILE UNTIL ITS
      *              TRAILER HAS BEEN JUDGED, SO THE FEED ITSELF IS
      *              STILL READ ONCE. THE PRIOR CYCLE'S REPAIRS THAT
      *              FOLLOW THE TRAILER IN THE CONCATENATION ARE
      *              STAGED EITHER WAY. A SOURCE WHOSE D2.CTLCRD
      *              RECORD CARRIES N IN COLUMN 46 IS EXEMPT, FOR A
      *              PROVIDER NOT YET SENDING THE RECORDS. RETURN-
      *              CODE 4 WHEN A SECONDARY FEED IS REJECTED, 8 WHEN
      *              THE PRIMARY IS (THE DELTA AND PRIOR-FEED
      *              RETENTION STEPS KEY ON THAT). THE SAME FILE
      *              PRESENTED AGAIN ON THE DAY IT WAS ACCEPTED IS A
      *              RESUBMITTED JOB, NOT A REPLAY, AND STANDS.
      *  10/15  RF   APPENDS ONE CONTROL-TOTALS RECORD PER ACTIVE
      *              SOURCE TO D2CTLTOT (COPYBOOK D02CTOT) - RECORDS
      *              STAGED, AND THE REPAIR TAIL AMONG THEM WHEN THE
      *              TRAILER SEPARATES IT - FOR THE END-OF-JOB
      *              BALANCING STEP (AOC-2020-02-L).
      *  10/15  RF   THE PRIOR CYCLE'S REPAIRS ARE READ FROM THEIR OWN
      *              FILES (D2REPAIR, D2REPAR2, D2REPAR3) AFTER EACH
      *              FEED INSTEAD OF AS THE TAIL OF ITS CONCATENATION.
      *              AN EMPTY FEED, A FEED WITH NO HEADER, OR ONE
      *              THAT NEVER REACHED ITS TRAILER NO LONGER TAKES
      *              THE REPAIRS DOWN WITH IT TO D2FEEDRJ; DATA AFTER
      *              A TRAILER IS NOW A REJECTION OF ITS OWN. LINES
      *              WRITTEN TO D2FEEDRJ CARRY THE PASSWORD MASKED
      *              (COPYBOOK D02LKEY, SEPARATOR FROM D2DELIM) LIKE
      *              EVERY OTHER RETAINED LINE. THE RESUBMISSION TEST
      *              NO LONGER LOOKS AT THE CLOCK: THE LAST FILE
      *              ACCEPTED STANDS AGAIN ONLY WHILE THE CYCLE THAT
      *              ACCEPTED IT IS UNFINISHED - THE LAST RECORD ON
      *              D2CTLTOT IS STILL THIS PROGRAM'S - SO A RESUME
      *              AFTER MIDNIGHT IS NOT TAKEN FOR A REPLAY.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT INPUTFILE3 ASSIGN TO D2INPUT3
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INP3-FILE-STATUS.
      *    THE PRIOR CYCLE'S REPAIRS, ONE FILE PER SOURCE - WRITTEN BY
      *    THE RECYCLE (AOC-2020-02-R) UNDER THE SAME DD NAMES.
           SELECT REPAIRFILE ASSIGN TO D2REPAIR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPR-FILE-STATUS.
           SELECT REPAIRFILE2 ASSIGN TO D2REPAR2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPR2-FILE-STATUS.
           SELECT REPAIRFILE3 ASSIGN TO D2REPAR3
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPR3-FILE-STATUS.
           SELECT DELIMFILE ASSIGN TO D2DELIM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLM-FILE-STATUS.
           SELECT CONTROLFILE ASSIGN TO D2CTLCRD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO D2SORTWK.
           SELECT SORTFILE2 ASSIGN TO D2SORTW2.
      *    ONE CONTROLLED FEED'S RECORDS, HELD UNTIL ITS TRAILER HAS
      *    BEEN JUDGED - THEN STAGED OR REJECTED AS A WHOLE.
           SELECT HOLDFILE ASSIGN TO D2HOLD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO D2FEEDRJ
           ORGANIZATION IS LINE SEQUENTIAL.
      *    LAST FILE ACCEPTED PER SOURCE - READ FROM THE CURRENT
      *    GENERATION, WRITTEN FORWARD TO THE NEXT. OPTIONAL SO THE
      *    FIRST RUN STARTS WITH NO HISTORY.
           SELECT OPTIONAL FSEQINFILE ASSIGN TO D2FSEQIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSI-FILE-STATUS.
           SELECT FSEQOUTFILE ASSIGN TO D2FSEQOT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPSFILE ASSIGN TO D2OPSLOG
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLTOTFILE ASSIGN TO D2CTLTOT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         DEPENDING ON REC-LEN3.
         COPY D02REC REPLACING ==INPUTRECORD== BY ==INPUTRECORD3==.

         FD REPAIRFILE
         RECORD IS VARYING IN SIZE FROM 8 TO 208
         DEPENDING ON RPR-REC-LEN.
         COPY D02REC REPLACING ==INPUTRECORD== BY ==REPAIRRECORD==.

         FD REPAIRFILE2
         RECORD IS VARYING IN SIZE FROM 8 TO 208
         DEPENDING ON RPR-REC-LEN2.
         COPY D02REC REPLACING ==INPUTRECORD== BY ==REPAIRRECORD2==.

         FD REPAIRFILE3
         RECORD IS VARYING IN SIZE FROM 8 TO 208
         DEPENDING ON RPR-REC-LEN3.
         COPY D02REC REPLACING ==INPUTRECORD== BY ==REPAIRRECORD3==.

      *    ONLY THE CHAR/PASSWORD SEPARATOR IS USED HERE - IT SAYS
      *    WHERE A REJECTED LINE'S PASSWORD STARTS.
         FD DELIMFILE.
         01 DLM-RECORD.
           05 DLM-DELIM-1 PIC X(02).
           05 DLM-DELIM-1-LEN PIC 9(01).
           05 DLM-DELIM-2 PIC X(02).
           05 DLM-DELIM-2-LEN PIC 9(01).
           05 DLM-DELIM-3 PIC X(02).
           05 DLM-DELIM-3-LEN PIC 9(01).
           05 FILLER PIC X(71).

      *    SOURCE ACTIVATION, THE SOURCE IDS AND AS-OF DATE THE
      *    FEED HEADERS ARE CHECKED AGAINST, AND THE PER-SOURCE
      *    FEED-CONTROL EXEMPTION (COLUMN 46, N = THE FEED CARRIES
      *    NO HEADER/TRAILER YET) - THE REST OF THE CARD IS THE MAIN
      *    RUN'S BUSINESS.
         FD CONTROLFILE.
         01 CTL-RECORD.
           05 CTL-RUN-MODE PIC X(01).
           05 CTL-SOURCE-ID PIC X(08).
           05 CTL-DUP-EXCLUDE PIC X(01).
           05 CTL-PROGRESS-INTERVAL PIC 9(09).
           05 CTL-AS-OF-DATE PIC 9(08).
           05 CTL-AS-OF-DATE-X
               REDEFINES CTL-AS-OF-DATE PIC X(08).
           05 CTL-FEED-CONTROL PIC X(01).
             88 CTL-FEED-CONTROL-EXEMPT VALUE "N".
           05 FILLER PIC X(34).

      *    ONE STAGING RECORD PER FEED RECORD, IN READ ORDER. THE
      *    ORDINAL ADVANCES EXACTLY AS THE MAIN RUN'S TOTAL-READ
           05 SRT2-SEQ PIC 9(09).
           05 FILLER PIC X(71).

      *    A HELD FEED RECORD CARRIES WHAT 230-TAKE-ONE-RECORD NEEDS
      *    TO STAGE IT.
         FD HOLDFILE.
         01 HLD-RECORD.
           05 HLD-REC-LEN PIC 9(03).
           05 HLD-TRUNC-SW PIC X(01).
           05 HLD-LINE PIC X(208).

      *    A REJECTED FEED'S RECORDS, IN THE ORDER RECEIVED AND WITH
      *    THE PASSWORD MASKED, WITH THE REASON - KEPT SO THE
      *    PROVIDER CAN BE SHOWN WHAT WAS TURNED AWAY WHILE IT
      *    RESENDS.
         FD REJECTFILE.
         01 RJF-RECORD.
           05 RJF-RUN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RJF-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 RJF-REASON PIC X(22).
           05 FILLER PIC X(01).
           05 RJF-LINE PIC X(208).

         FD FSEQINFILE.
         01 FSI-RECORD.
           05 FSI-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 FSI-LAST-SEQ PIC 9(09).
           05 FILLER PIC X(01).
           05 FSI-LAST-BUS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 FSI-ACCEPT-DATE PIC 9(08).
           05 FILLER PIC X(44).

         FD FSEQOUTFILE.
         01 FSO-RECORD.
           05 FSO-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 FSO-LAST-SEQ PIC 9(09).
           05 FILLER PIC X(01).
           05 FSO-LAST-BUS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 FSO-ACCEPT-DATE PIC 9(08).
           05 FILLER PIC X(44).

         FD OPSFILE.
         COPY D02OPS.

         FD CTLTOTFILE.
         COPY D02CTOT.

       WORKING-STORAGE SECTION.
         01 REC-LEN PIC 9(3) COMP.
         01 REC-LEN2 PIC 9(3) COMP.
           88 INP-RECORD-TRUNCATED VALUE "06".
         01 INP2-FILE-STATUS PIC XX.
         01 INP3-FILE-STATUS PIC XX.
         01 RPR-REC-LEN PIC 9(3) COMP.
         01 RPR-REC-LEN2 PIC 9(3) COMP.
         01 RPR-REC-LEN3 PIC 9(3) COMP.
         01 RPR-FILE-STATUS PIC XX.
         01 RPR2-FILE-STATUS PIC XX.
         01 RPR3-FILE-STATUS PIC XX.
         01 DLM-FILE-STATUS PIC XX.
         01 CTL-FILE-STATUS PIC XX.
         01 FSI-FILE-STATUS PIC XX.
         01 CTT-FILE-STATUS PIC XX.
         COPY D02FCTL.
         COPY D02LKEY.

         01 WS-SOURCE-MAX PIC 9(1) VALUE 3.
         01 WS-CUR-SOURCE PIC 9(1) VALUE 1.
         01 WS-CTL-REC-NUM PIC 9(1).
         01 WS-DLM-REC-NUM PIC 9(1).
         01 WS-SRC-ACTIVE-TABLE.
           05 WS-SRC-ACTIVE-SW PIC X(01) OCCURS 3 TIMES.

         01 WS-PREV-SOURCE PIC 9(01).
         01 WS-PREV-LINE PIC X(208).

         01 WS-RUN-DATE PIC 9(08).
      *    THE LATEST BUSINESS DATE A HEADER MAY CARRY - THE CONTROL
      *    CARD'S AS-OF DATE ON A CATCH-UP RUN, OTHERWISE TODAY.
         01 WS-AS-OF-DATE PIC 9(08).
         01 WS-DATE-INT PIC 9(09) COMP.

      *    PER-SOURCE FEED CONTROL. THE STATE WALKS H (WAITING FOR
      *    THE HEADER) TO D (IN THE FEED'S DATA) TO T (PAST THE
      *    TRAILER). THE REASON IS THE FIRST PROBLEM FOUND; SPACES
      *    MEANS THE FEED STANDS. THE SEPARATOR IS THE SOURCE'S
      *    CHAR/PASSWORD DELIMITER, FOR MASKING A REJECTED LINE.
         01 WS-FEED-TABLE.
           05 WS-FD-ENTRY OCCURS 3 TIMES.
             10 WS-FD-SRC-ID PIC X(08).
             10 WS-FD-CONTROL-SW PIC X(01).
               88 WS-FD-CONTROLLED VALUE "Y".
             10 WS-FD-STATE PIC X(01).
               88 WS-FD-AWAIT-HEADER VALUE "H".
               88 WS-FD-IN-DATA VALUE "D".
               88 WS-FD-PAST-TRAILER VALUE "T".
             10 WS-FD-REASON PIC X(22).
             10 WS-FD-FILE-SEQ PIC 9(09).
             10 WS-FD-BUS-DATE PIC 9(08).
             10 WS-FD-COUNT PIC 9(09).
             10 WS-FD-HASH PIC 9(15).
             10 WS-FD-TRL-COUNT PIC 9(09).
             10 WS-FD-FSQ-IDX PIC 9(02).
             10 WS-FD-REPAIR-COUNT PIC 9(09).
             10 WS-FD-STAGED PIC 9(09).
             10 WS-FD-SEP PIC X(02).
             10 WS-FD-SEP-LEN PIC 9(01).
         01 WS-REJECT-REASON PIC X(22).
         01 WS-REJECT-COUNT PIC 9(01) VALUE 0.
         01 WS-REJECT-SOURCE PIC 9(01) VALUE 0.
         01 WS-HOLD-EOF-SW PIC X(01).
           88 WS-HOLD-AT-EOF VALUE "Y".

      *    ONE ACCOUNT ID AS THE HASH TOTAL READS IT - SEE D02FCTL.
         01 WS-HASH-WORK PIC 9(08).
         01 WS-HASH-WORK-X REDEFINES WS-HASH-WORK PIC X(08).
         01 WS-HASH-POS PIC 9(2).

      *    LAST FILE ACCEPTED PER SOURCE ID. THE CARD ONLY EVER
      *    ACTIVATES THREE SOURCES, BUT A RENAMED OR RETIRED SOURCE
      *    KEEPS ITS HISTORY, SO THE TABLE HOLDS A FEW SPARES.
         01 WS-FSQ-TABLE-COUNT PIC 9(2) VALUE 0.
         01 WS-FSQ-TABLE-MAX PIC 9(2) VALUE 10.
         01 WS-FSQ-TABLE.
           05 WS-FSQ-ENTRY OCCURS 10 TIMES.
             10 WS-FSQ-SOURCE-ID PIC X(08).
             10 WS-FSQ-LAST-SEQ PIC 9(09).
             10 WS-FSQ-LAST-BUS-DATE PIC 9(08).
             10 WS-FSQ-ACCEPT-DATE PIC 9(08).
         01 WS-FSQ-IDX PIC 9(2).
         01 WS-FSQ-EOF-SW PIC X(01) VALUE "N".
           88 WS-FSQ-AT-EOF VALUE "Y".

      *    WHO LAST WROTE CONTROL TOTALS. STILL THIS PROGRAM MEANS
      *    THE CYCLE THAT ACCEPTED THE LAST FILES NEVER REACHED ITS
      *    RECYCLE - A QUIESCE, AN ABEND OR A STARTUP FAILURE - AND
      *    THIS EXECUTION IS ITS RESUBMISSION.
         01 WS-LAST-CTT-PROGRAM PIC X(08) VALUE SPACES.
           88 WS-CYCLE-UNFINISHED VALUE "AOC2002S".
         01 WS-CTT-EOF-SW PIC X(01) VALUE "N".
           88 WS-CTT-AT-EOF VALUE "Y".

       PROCEDURE DIVISION.
       001-MAIN.
            PERFORM 100-INITIALIZE.
            CLOSE CURRFILE.
            DISPLAY "AOC2002S STAGED " WS-TOTAL-SEQ
                " DUPLICATES " WS-DUP-TOTAL.
            PERFORM 900-TERMINATE.
            STOP RUN.

       200-STAGE-FEEDS.
                VARYING WS-CUR-SOURCE FROM 1 BY 1
                UNTIL WS-CUR-SOURCE > WS-SOURCE-MAX.

      *    EACH SOURCE'S FEED, THEN THE PRIOR CYCLE'S REPAIRS FOR
      *    IT - THE ORDER THE MAIN RUN HAS ALWAYS SEEN THEM IN.
       210-STAGE-ONE-SOURCE.
            IF WS-SRC-ACTIVE-SW(WS-CUR-SOURCE) NOT = "Y"
               GO TO 210-STAGE-ONE-SOURCE-EXIT
            END-IF.
            PERFORM 211-STAGE-ONE-FEED THRU 211-STAGE-ONE-FEED-EXIT.
            PERFORM 260-STAGE-REPAIRS THRU 260-STAGE-REPAIRS-EXIT.
       210-STAGE-ONE-SOURCE-EXIT.
            EXIT.

       211-STAGE-ONE-FEED.
            MOVE 0 TO FILE-STATUS.
            EVALUATE WS-CUR-SOURCE
                WHEN 1
                   OPEN INPUT INPUTFILE
                   IF INP-FILE-STATUS NOT = "00"
                      GO TO 211-STAGE-ONE-FEED-EXIT
                   END-IF
                   PERFORM 215-START-SOURCE
                   PERFORM 220-STAGE-SOURCE-1
                       UNTIL FILE-STATUS = 1
                   CLOSE INPUTFILE
                WHEN 2
                   OPEN INPUT INPUTFILE2
                   IF INP2-FILE-STATUS NOT = "00"
                      GO TO 211-STAGE-ONE-FEED-EXIT
                   END-IF
                   PERFORM 215-START-SOURCE
                   PERFORM 221-STAGE-SOURCE-2
                       UNTIL FILE-STATUS = 1
                   CLOSE INPUTFILE2
                WHEN 3
                   OPEN INPUT INPUTFILE3
                   IF INP3-FILE-STATUS NOT = "00"
                      GO TO 211-STAGE-ONE-FEED-EXIT
                   END-IF
                   PERFORM 215-START-SOURCE
                   PERFORM 222-STAGE-SOURCE-3
                       UNTIL FILE-STATUS = 1
                   CLOSE INPUTFILE3
            END-EVALUATE.
            PERFORM 290-SETTLE-SOURCE THRU 290-SETTLE-SOURCE-EXIT.
       211-STAGE-ONE-FEED-EXIT.
            EXIT.

       215-START-SOURCE.
            MOVE "H" TO WS-FD-STATE(WS-CUR-SOURCE).
            IF WS-FD-CONTROLLED(WS-CUR-SOURCE)
               OPEN OUTPUT HOLDFILE
            END-IF.

      *    EACH READ PARAGRAPH NORMALIZES ITS FEED'S RECORD INTO
      *    THE SHARED WS-SAVE-LINE/REC-LEN/INP-FILE-STATUS FIELDS
      *    SO ONE 225-SCREEN-ONE-RECORD SERVES ALL THREE FEEDS,
      *    EXACTLY AS THE MAIN RUN'S READ PARAGRAPHS DID.
       220-STAGE-SOURCE-1.
            READ INPUTFILE
                AT END MOVE 1 TO FILE-STATUS
                NOT AT END
                   MOVE INPUTRECORD TO WS-SAVE-LINE
                   PERFORM 225-SCREEN-ONE-RECORD
                       THRU 225-SCREEN-ONE-RECORD-EXIT
            END-READ.

       221-STAGE-SOURCE-2.
                   MOVE INPUTRECORD2 TO WS-SAVE-LINE
                   MOVE REC-LEN2 TO REC-LEN
                   MOVE INP2-FILE-STATUS TO INP-FILE-STATUS
                   PERFORM 225-SCREEN-ONE-RECORD
                       THRU 225-SCREEN-ONE-RECORD-EXIT
            END-READ.

       222-STAGE-SOURCE-3.
                   MOVE INPUTRECORD3 TO WS-SAVE-LINE
                   MOVE REC-LEN3 TO REC-LEN
                   MOVE INP3-FILE-STATUS TO INP-FILE-STATUS
                   PERFORM 225-SCREEN-ONE-RECORD
                       THRU 225-SCREEN-ONE-RECORD-EXIT
            END-READ.

      *    ONE FEED RECORD: ORDINAL, STAGING RECORD, THE PRIMARY
      *    DOWNSTREAM NEED SERVED FROM THE ONE READ.
       230-TAKE-ONE-RECORD.
            ADD 1 TO WS-TOTAL-SEQ.
            ADD 1 TO WS-FD-STAGED(WS-CUR-SOURCE).
            MOVE SPACES TO STG-RECORD.
            MOVE WS-TOTAL-SEQ TO STG-SEQ.
            MOVE WS-CUR-SOURCE TO STG-SOURCE.
            MOVE WS-TOTAL-SEQ TO SRT-SEQ.
            RELEASE SRT-RECORD.

      *****************************************************************
      *    ONE FEED RECORD THROUGH FEED CONTROL. AN EXEMPT SOURCE
      *    STAGES STRAIGHT THROUGH, AS BEFORE. FOR A CONTROLLED ONE
      *    THE HEADER AND TRAILER ARE CHECKED AND DROPPED, AND
      *    EVERYTHING ELSE IS HELD UNTIL THE SOURCE IS SETTLED. A
      *    SECOND HEADER OR TRAILER MEANS MORE THAN ONE FILE WAS
      *    SHIPPED IN THE DATASET, AND DATA AFTER THE TRAILER MEANS
      *    THE FEED WAS NOT CUT WHERE THE PROVIDER SAID - EITHER WAY
      *    THE WHOLE DATASET IS REJECTED. THE REPAIRS ARE NOT PART OF
      *    THE FEED; 260-STAGE-REPAIRS READS THEM FROM THEIR OWN
      *    FILE.
      *****************************************************************
       225-SCREEN-ONE-RECORD.
            IF NOT WS-FD-CONTROLLED(WS-CUR-SOURCE)
               PERFORM 230-TAKE-ONE-RECORD
               GO TO 225-SCREEN-ONE-RECORD-EXIT
            END-IF.
            MOVE WS-SAVE-LINE TO FHD-RECORD.
            IF FHD-IS-HEADER
               IF WS-FD-AWAIT-HEADER(WS-CUR-SOURCE)
                  PERFORM 240-CHECK-HEADER THRU 240-CHECK-HEADER-EXIT
               ELSE
                  MOVE "MORE THAN ONE FILE" TO WS-REJECT-REASON
                  PERFORM 280-NOTE-REJECTION
               END-IF
               MOVE "D" TO WS-FD-STATE(WS-CUR-SOURCE)
               GO TO 225-SCREEN-ONE-RECORD-EXIT
            END-IF.
            IF FHD-IS-TRAILER
               EVALUATE TRUE
                   WHEN WS-FD-AWAIT-HEADER(WS-CUR-SOURCE)
                      MOVE "NO HEADER" TO WS-REJECT-REASON
                      PERFORM 280-NOTE-REJECTION
                   WHEN WS-FD-IN-DATA(WS-CUR-SOURCE)
                      PERFORM 245-CHECK-TRAILER
                   WHEN OTHER
                      MOVE "MORE THAN ONE FILE" TO WS-REJECT-REASON
                      PERFORM 280-NOTE-REJECTION
               END-EVALUATE
               MOVE "T" TO WS-FD-STATE(WS-CUR-SOURCE)
               GO TO 225-SCREEN-ONE-RECORD-EXIT
            END-IF.
            IF WS-FD-AWAIT-HEADER(WS-CUR-SOURCE)
               MOVE "NO HEADER" TO WS-REJECT-REASON
               PERFORM 280-NOTE-REJECTION
               MOVE "D" TO WS-FD-STATE(WS-CUR-SOURCE)
            END-IF.
            MOVE SPACES TO HLD-RECORD.
            IF WS-FD-PAST-TRAILER(WS-CUR-SOURCE)
               MOVE "DATA AFTER TRAILER" TO WS-REJECT-REASON
               PERFORM 280-NOTE-REJECTION
            ELSE
               ADD 1 TO WS-FD-COUNT(WS-CUR-SOURCE)
               PERFORM 250-ADD-TO-HASH
            END-IF.
            MOVE REC-LEN TO HLD-REC-LEN.
            IF INP-RECORD-TRUNCATED
               MOVE "Y" TO HLD-TRUNC-SW
            ELSE
               MOVE "N" TO HLD-TRUNC-SW
            END-IF.
            MOVE WS-SAVE-LINE TO HLD-LINE.
            WRITE HLD-RECORD.
       225-SCREEN-ONE-RECORD-EXIT.
            EXIT.

      *****************************************************************
      *    THE HEADER AGAINST THE SOURCE'S HISTORY: RIGHT SOURCE,
      *    NEXT SEQUENCE NUMBER, AND A BUSINESS DATE LATER THAN THE
      *    LAST FILE'S BUT NOT PAST THE RUN'S AS-OF DATE. THE
      *    SEQUENCE IS JUDGED BEFORE THE DATE SO A FILE SENT TWICE
      *    READS AS THE REPLAY IT IS. A SOURCE WITH NO HISTORY YET
      *    TAKES ANY SEQUENCE AS ITS STARTING POINT. THE VERY FILE
      *    LAST ACCEPTED, WHILE THE CYCLE THAT ACCEPTED IT IS STILL
      *    UNFINISHED, IS THAT CYCLE BEING RESUBMITTED - A QUIESCE
      *    RESUME OR A RERUN, BEFORE OR AFTER MIDNIGHT - AND STANDS.
      *    ONCE THE CYCLE HAS RUN ITS RECYCLE THE SAME FILE IS A
      *    REPLAY, HOWEVER SOON IT COMES BACK.
      *****************************************************************
       240-CHECK-HEADER.
            IF REC-LEN < 36
               OR FHD-BUSINESS-DATE NOT NUMERIC
               OR FHD-FILE-SEQ NOT NUMERIC
               MOVE "BAD HEADER" TO WS-REJECT-REASON
               PERFORM 280-NOTE-REJECTION
               GO TO 240-CHECK-HEADER-EXIT
            END-IF.
            MOVE FHD-FILE-SEQ TO WS-FD-FILE-SEQ(WS-CUR-SOURCE).
            MOVE FHD-BUSINESS-DATE TO WS-FD-BUS-DATE(WS-CUR-SOURCE).
            IF FHD-SOURCE-ID NOT = WS-FD-SRC-ID(WS-CUR-SOURCE)
               MOVE "WRONG SOURCE ID" TO WS-REJECT-REASON
               PERFORM 280-NOTE-REJECTION
               GO TO 240-CHECK-HEADER-EXIT
            END-IF.
            PERFORM 241-FIND-SOURCE-HISTORY.
            IF WS-FD-FSQ-IDX(WS-CUR-SOURCE) > 0
               MOVE WS-FD-FSQ-IDX(WS-CUR-SOURCE) TO WS-FSQ-IDX
               IF FHD-FILE-SEQ = WS-FSQ-LAST-SEQ(WS-FSQ-IDX)
                  AND FHD-BUSINESS-DATE
                      = WS-FSQ-LAST-BUS-DATE(WS-FSQ-IDX)
                  AND WS-CYCLE-UNFINISHED
                  GO TO 240-CHECK-HEADER-EXIT
               END-IF
               IF FHD-FILE-SEQ NOT > WS-FSQ-LAST-SEQ(WS-FSQ-IDX)
                  MOVE "REPLAYED FILE" TO WS-REJECT-REASON
                  PERFORM 280-NOTE-REJECTION
                  GO TO 240-CHECK-HEADER-EXIT
               END-IF
               IF FHD-FILE-SEQ > WS-FSQ-LAST-SEQ(WS-FSQ-IDX) + 1
                  MOVE "OUT OF SEQUENCE" TO WS-REJECT-REASON
                  PERFORM 280-NOTE-REJECTION
                  GO TO 240-CHECK-HEADER-EXIT
               END-IF
            END-IF.
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(FHD-BUSINESS-DATE).
            IF WS-DATE-INT = 0
               OR FHD-BUSINESS-DATE > WS-AS-OF-DATE
               MOVE "WRONG BUSINESS DATE" TO WS-REJECT-REASON
               PERFORM 280-NOTE-REJECTION
               GO TO 240-CHECK-HEADER-EXIT
            END-IF.
            IF WS-FD-FSQ-IDX(WS-CUR-SOURCE) > 0
               IF FHD-BUSINESS-DATE
                   NOT > WS-FSQ-LAST-BUS-DATE(WS-FSQ-IDX)
                  MOVE "WRONG BUSINESS DATE" TO WS-REJECT-REASON
                  PERFORM 280-NOTE-REJECTION
               END-IF
            END-IF.
       240-CHECK-HEADER-EXIT.
            EXIT.

       241-FIND-SOURCE-HISTORY.
            MOVE 0 TO WS-FD-FSQ-IDX(WS-CUR-SOURCE).
            PERFORM 242-MATCH-ONE-HISTORY
                VARYING WS-FSQ-IDX FROM 1 BY 1
                UNTIL WS-FSQ-IDX > WS-FSQ-TABLE-COUNT
                OR WS-FD-FSQ-IDX(WS-CUR-SOURCE) > 0.

       242-MATCH-ONE-HISTORY.
            IF WS-FSQ-SOURCE-ID(WS-FSQ-IDX)
                = WS-FD-SRC-ID(WS-CUR-SOURCE)
               MOVE WS-FSQ-IDX TO WS-FD-FSQ-IDX(WS-CUR-SOURCE)
            END-IF.

      *    THE TRAILER'S COUNT AND HASH AGAINST WHAT ACTUALLY
      *    ARRIVED BETWEEN IT AND THE HEADER.
       245-CHECK-TRAILER.
            IF REC-LEN < 34
               OR FTR-RECORD-COUNT NOT NUMERIC
               OR FTR-HASH-TOTAL NOT NUMERIC
               MOVE "BAD TRAILER" TO WS-REJECT-REASON
               PERFORM 280-NOTE-REJECTION
            ELSE
               MOVE FTR-RECORD-COUNT TO WS-FD-TRL-COUNT(WS-CUR-SOURCE)
               IF FTR-RECORD-COUNT NOT = WS-FD-COUNT(WS-CUR-SOURCE)
                  OR FTR-HASH-TOTAL NOT = WS-FD-HASH(WS-CUR-SOURCE)
                  MOVE "OUT OF BALANCE" TO WS-REJECT-REASON
                  PERFORM 280-NOTE-REJECTION
               END-IF
            END-IF.

      *    THE ACCOUNT ID INTO THE HASH TOTAL - DIGITS AS THEY
      *    STAND, ANY OTHER CHARACTER AS ZERO.
       250-ADD-TO-HASH.
            MOVE WS-SAVE-LINE(1:8) TO WS-HASH-WORK-X.
            PERFORM 251-HASH-ONE-POSITION
                VARYING WS-HASH-POS FROM 1 BY 1
                UNTIL WS-HASH-POS > 8.
            ADD WS-HASH-WORK TO WS-FD-HASH(WS-CUR-SOURCE).

       251-HASH-ONE-POSITION.
            IF WS-HASH-WORK-X(WS-HASH-POS:1) NOT NUMERIC
               MOVE "0" TO WS-HASH-WORK-X(WS-HASH-POS:1)
            END-IF.

      *****************************************************************
      *    THE PRIOR CYCLE'S REPAIRS FOR THIS SOURCE, STAGED AFTER
      *    ITS FEED WHETHER THE FEED STOOD OR NOT - THEY ARE THE
      *    RECYCLE'S VALIDATED CORRECTIONS, NOT THE PROVIDER'S DATA,
      *    AND THE RECYCLE LEG DELETES THEIR DATASETS ONCE THIS JOB
      *    RUNS. NO FILE YET (THE VERY FIRST EXECUTION) IS NO
      *    REPAIRS.
      *****************************************************************
       260-STAGE-REPAIRS.
            MOVE 0 TO FILE-STATUS.
            EVALUATE WS-CUR-SOURCE
                WHEN 1
                   OPEN INPUT REPAIRFILE
                   IF RPR-FILE-STATUS NOT = "00"
                      GO TO 260-STAGE-REPAIRS-EXIT
                   END-IF
                   PERFORM 261-STAGE-REPAIR-1
                       UNTIL FILE-STATUS = 1
                   CLOSE REPAIRFILE
                WHEN 2
                   OPEN INPUT REPAIRFILE2
                   IF RPR2-FILE-STATUS NOT = "00"
                      GO TO 260-STAGE-REPAIRS-EXIT
                   END-IF
                   PERFORM 262-STAGE-REPAIR-2
                       UNTIL FILE-STATUS = 1
                   CLOSE REPAIRFILE2
                WHEN 3
                   OPEN INPUT REPAIRFILE3
                   IF RPR3-FILE-STATUS NOT = "00"
                      GO TO 260-STAGE-REPAIRS-EXIT
                   END-IF
                   PERFORM 263-STAGE-REPAIR-3
                       UNTIL FILE-STATUS = 1
                   CLOSE REPAIRFILE3
            END-EVALUATE.
       260-STAGE-REPAIRS-EXIT.
            EXIT.

      *    SAME NORMALIZING AS THE FEED READ PARAGRAPHS.
       261-STAGE-REPAIR-1.
            READ REPAIRFILE
                AT END MOVE 1 TO FILE-STATUS
                NOT AT END
                   MOVE REPAIRRECORD TO WS-SAVE-LINE
                   MOVE RPR-REC-LEN TO REC-LEN
                   MOVE RPR-FILE-STATUS TO INP-FILE-STATUS
                   PERFORM 265-TAKE-ONE-REPAIR
            END-READ.

       262-STAGE-REPAIR-2.
            READ REPAIRFILE2
                AT END MOVE 1 TO FILE-STATUS
                NOT AT END
                   MOVE REPAIRRECORD2 TO WS-SAVE-LINE
                   MOVE RPR-REC-LEN2 TO REC-LEN
                   MOVE RPR2-FILE-STATUS TO INP-FILE-STATUS
                   PERFORM 265-TAKE-ONE-REPAIR
            END-READ.

       263-STAGE-REPAIR-3.
            READ REPAIRFILE3
                AT END MOVE 1 TO FILE-STATUS
                NOT AT END
                   MOVE REPAIRRECORD3 TO WS-SAVE-LINE
                   MOVE RPR-REC-LEN3 TO REC-LEN
                   MOVE RPR3-FILE-STATUS TO INP-FILE-STATUS
                   PERFORM 265-TAKE-ONE-REPAIR
            END-READ.

       265-TAKE-ONE-REPAIR.
            ADD 1 TO WS-FD-REPAIR-COUNT(WS-CUR-SOURCE).
            PERFORM 230-TAKE-ONE-RECORD.

      *    ONLY THE FIRST PROBLEM IS KEPT - IT IS USUALLY THE CAUSE
      *    OF ANY THAT FOLLOW.
       280-NOTE-REJECTION.
            IF WS-FD-REASON(WS-CUR-SOURCE) = SPACES
               MOVE WS-REJECT-REASON TO WS-FD-REASON(WS-CUR-SOURCE)
            END-IF.

      *****************************************************************
      *    END OF ONE CONTROLLED SOURCE. A FEED THAT NEVER REACHED
      *    ITS TRAILER IS INCOMPLETE. THE HELD RECORDS ARE THEN
      *    REPLAYED IN THEIR ORIGINAL ORDER - STAGED IF THE FEED
      *    STANDS, TO THE REJECT FILE, PASSWORD MASKED, IF NOT.
      *****************************************************************
       290-SETTLE-SOURCE.
            IF NOT WS-FD-CONTROLLED(WS-CUR-SOURCE)
               GO TO 290-SETTLE-SOURCE-EXIT
            END-IF.
            CLOSE HOLDFILE.
            IF NOT WS-FD-PAST-TRAILER(WS-CUR-SOURCE)
               IF WS-FD-AWAIT-HEADER(WS-CUR-SOURCE)
                  MOVE "NO HEADER" TO WS-REJECT-REASON
               ELSE
                  MOVE "NO TRAILER" TO WS-REJECT-REASON
               END-IF
               PERFORM 280-NOTE-REJECTION
            END-IF.
            OPEN INPUT HOLDFILE.
            MOVE "N" TO WS-HOLD-EOF-SW.
            PERFORM 291-REPLAY-ONE-HELD UNTIL WS-HOLD-AT-EOF.
            CLOSE HOLDFILE.
            IF WS-FD-REASON(WS-CUR-SOURCE) = SPACES
               PERFORM 292-RECORD-ACCEPTANCE
                   THRU 292-RECORD-ACCEPTANCE-EXIT
               DISPLAY "AOC2002S " WS-FD-SRC-ID(WS-CUR-SOURCE)
                   " ACCEPTED FILE " WS-FD-FILE-SEQ(WS-CUR-SOURCE)
                   " DATED " WS-FD-BUS-DATE(WS-CUR-SOURCE)
            ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-CUR-SOURCE TO WS-REJECT-SOURCE
               DISPLAY "AOC2002S " WS-FD-SRC-ID(WS-CUR-SOURCE)
                   " FEED REJECTED - " WS-FD-REASON(WS-CUR-SOURCE)
            END-IF.
       290-SETTLE-SOURCE-EXIT.
            EXIT.

       291-REPLAY-ONE-HELD.
            READ HOLDFILE
                AT END MOVE "Y" TO WS-HOLD-EOF-SW
                NOT AT END
                   IF WS-FD-REASON(WS-CUR-SOURCE) = SPACES
                      MOVE HLD-LINE TO WS-SAVE-LINE
                      MOVE HLD-REC-LEN TO REC-LEN
                      IF HLD-TRUNC-SW = "Y"
                         MOVE "06" TO INP-FILE-STATUS
                      ELSE
                         MOVE "00" TO INP-FILE-STATUS
                      END-IF
                      PERFORM 230-TAKE-ONE-RECORD
                   ELSE
                      MOVE SPACES TO RJF-RECORD
                      MOVE WS-RUN-DATE TO RJF-RUN-DATE
                      MOVE WS-FD-SRC-ID(WS-CUR-SOURCE) TO RJF-SOURCE-ID
                      MOVE WS-FD-REASON(WS-CUR-SOURCE) TO RJF-REASON
                      MOVE HLD-LINE TO WS-LKEY-CLEAR-LINE
                      MOVE WS-FD-SEP(WS-CUR-SOURCE) TO WS-LKEY-SEP
                      MOVE WS-FD-SEP-LEN(WS-CUR-SOURCE)
                          TO WS-LKEY-SEP-LEN
                      PERFORM 295-MASK-LINE THRU 295-MASK-LINE-EXIT
                      MOVE WS-LKEY-MASKED-LINE TO RJF-LINE
                      WRITE RJF-RECORD
                   END-IF
            END-READ.

      *    THE ACCEPTED FILE BECOMES THE SOURCE'S LAST FILE - AN
      *    EXISTING HISTORY ENTRY IS UPDATED, A NEW SOURCE ADDED.
       292-RECORD-ACCEPTANCE.
            IF WS-FD-FSQ-IDX(WS-CUR-SOURCE) = 0
               IF WS-FSQ-TABLE-COUNT >= WS-FSQ-TABLE-MAX
                  DISPLAY "AOC2002S FEED SEQUENCE TABLE FULL - "
                      WS-FD-SRC-ID(WS-CUR-SOURCE) " NOT RECORDED"
                  GO TO 292-RECORD-ACCEPTANCE-EXIT
               END-IF
               ADD 1 TO WS-FSQ-TABLE-COUNT
               MOVE WS-FSQ-TABLE-COUNT TO WS-FD-FSQ-IDX(WS-CUR-SOURCE)
            END-IF.
            MOVE WS-FD-FSQ-IDX(WS-CUR-SOURCE) TO WS-FSQ-IDX.
            MOVE WS-FD-SRC-ID(WS-CUR-SOURCE)
                TO WS-FSQ-SOURCE-ID(WS-FSQ-IDX).
            MOVE WS-FD-FILE-SEQ(WS-CUR-SOURCE)
                TO WS-FSQ-LAST-SEQ(WS-FSQ-IDX).
            MOVE WS-FD-BUS-DATE(WS-CUR-SOURCE)
                TO WS-FSQ-LAST-BUS-DATE(WS-FSQ-IDX).
            MOVE WS-RUN-DATE TO WS-FSQ-ACCEPT-DATE(WS-FSQ-IDX).
       292-RECORD-ACCEPTANCE-EXIT.
            EXIT.

      *****************************************************************
      *    MASK EVERYTHING AFTER THE FIRST CHAR/PASSWORD SEPARATOR AT
      *    OR AFTER COLUMN 9 WITH A FIXED EIGHT ASTERISKS, AS THE
      *    MAIN RUN DOES FOR ITS EXCEPTIONS. A LINE WITHOUT ONE IS
      *    MASKED FROM COLUMN 9 - IT KEEPS ONLY ITS ACCOUNT ID.
      *****************************************************************
       295-MASK-LINE.
            MOVE WS-LKEY-CLEAR-LINE TO WS-LKEY-MASKED-LINE.
            MOVE 0 TO WS-LKEY-HIT.
            PERFORM 296-FIND-SEPARATOR
                VARYING WS-LKEY-POS FROM 9 BY 1
                UNTIL WS-LKEY-POS + WS-LKEY-SEP-LEN > 209
                OR WS-LKEY-HIT > 0.
            IF WS-LKEY-HIT > 0
               COMPUTE WS-LKEY-MASK-FROM =
                   WS-LKEY-HIT + WS-LKEY-SEP-LEN
            ELSE
               MOVE 9 TO WS-LKEY-MASK-FROM
            END-IF.
            IF WS-LKEY-MASK-FROM > 208
               GO TO 295-MASK-LINE-EXIT
            END-IF.
            IF WS-LKEY-MASKED-LINE(WS-LKEY-MASK-FROM:) = SPACES
               GO TO 295-MASK-LINE-EXIT
            END-IF.
            MOVE SPACES TO WS-LKEY-MASKED-LINE(WS-LKEY-MASK-FROM:).
            MOVE WS-LKEY-MASK-TEXT
                TO WS-LKEY-MASKED-LINE(WS-LKEY-MASK-FROM:).
       295-MASK-LINE-EXIT.
            EXIT.

       296-FIND-SEPARATOR.
            IF WS-LKEY-CLEAR-LINE(WS-LKEY-POS:WS-LKEY-SEP-LEN)
               = WS-LKEY-SEP(1:WS-LKEY-SEP-LEN)
               MOVE WS-LKEY-POS TO WS-LKEY-HIT
            END-IF.

       300-SCAN-SORTED.
            OPEN OUTPUT DUPWORKFILE.
            MOVE "N" TO WS-HAVE-PREV-SW.
            END-RETURN.

       100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
      *    SOURCE ACTIVATION MIRRORS THE MAIN RUN: SOURCE 1 ALWAYS,
      *    SOURCES 2 AND 3 WHEN D2.CTLCRD CARRIES A RECORD FOR
      *    THEM. THE STAGING PASS MUST WALK EXACTLY THE FEEDS, IN
      *    EXACTLY THE ORDER, THE MAIN RUN WOULD HAVE. THE SOURCE
      *    IDS DEFAULT THE SAME WAY THE MAIN RUN'S DO, AND EVERY
      *    SOURCE IS UNDER FEED CONTROL UNLESS ITS RECORD SAYS NOT.
            MOVE "N" TO WS-SRC-ACTIVE-SW(1)
                        WS-SRC-ACTIVE-SW(2)
                        WS-SRC-ACTIVE-SW(3).
            MOVE "Y" TO WS-SRC-ACTIVE-SW(1).
            INITIALIZE WS-FEED-TABLE.
            MOVE "Y" TO WS-FD-CONTROL-SW(1)
                        WS-FD-CONTROL-SW(2)
                        WS-FD-CONTROL-SW(3).
            MOVE "PRIMARY" TO WS-FD-SRC-ID(1).
            OPEN INPUT CONTROLFILE.
            IF CTL-FILE-STATUS = "00"
               MOVE 0 TO WS-CTL-REC-NUM
                   OR CTL-FILE-STATUS NOT = "00"
               CLOSE CONTROLFILE
            END-IF.
            PERFORM 125-LOAD-DELIMITERS.
            PERFORM 120-LOAD-FEED-SEQUENCE
                THRU 120-LOAD-FEED-SEQUENCE-EXIT.
            PERFORM 127-FIND-LAST-CYCLE THRU 127-FIND-LAST-CYCLE-EXIT.
            OPEN OUTPUT STAGEFILE.
            OPEN OUTPUT CURRFILE.
            OPEN OUTPUT REJECTFILE.

       110-COUNT-ONE-CONTROL.
            READ CONTROLFILE
                AT END MOVE "10" TO CTL-FILE-STATUS
                NOT AT END
                   ADD 1 TO WS-CTL-REC-NUM
                   PERFORM 111-TAKE-ONE-CONTROL
            END-READ.

      *    THE MAIN RUN VALIDATES THE CARD AND STOPS ON A BAD AS-OF
      *    DATE; HERE ONE THAT IS NOT A REAL DATE SIMPLY LEAVES THE
      *    HEADERS JUDGED AGAINST TODAY.
       111-TAKE-ONE-CONTROL.
            IF WS-CTL-REC-NUM > 1
               MOVE "Y" TO WS-SRC-ACTIVE-SW(WS-CTL-REC-NUM)
               IF CTL-SOURCE-ID NOT = SPACES
                  MOVE CTL-SOURCE-ID
                      TO WS-FD-SRC-ID(WS-CTL-REC-NUM)
               ELSE
                  MOVE "SOURCE" TO WS-FD-SRC-ID(WS-CTL-REC-NUM)
                  MOVE WS-CTL-REC-NUM
                      TO WS-FD-SRC-ID(WS-CTL-REC-NUM)(7:1)
               END-IF
            ELSE
               IF CTL-SOURCE-ID NOT = SPACES
                  MOVE CTL-SOURCE-ID TO WS-FD-SRC-ID(1)
               END-IF
               IF CTL-AS-OF-DATE IS NUMERIC
                  COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(CTL-AS-OF-DATE)
                  IF WS-DATE-INT > 0
                     MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE
                  END-IF
               END-IF
            END-IF.
            IF CTL-FEED-CONTROL-EXEMPT
               MOVE "N" TO WS-FD-CONTROL-SW(WS-CTL-REC-NUM)
            END-IF.

      *    LAST FILE ACCEPTED PER SOURCE. NO DATASET YET MEANS NO
      *    HISTORY - EVERY SOURCE'S NEXT FILE SETS ITS STARTING
      *    SEQUENCE NUMBER.
       120-LOAD-FEED-SEQUENCE.
            MOVE 0 TO WS-FSQ-TABLE-COUNT.
            OPEN INPUT FSEQINFILE.
            IF FSI-FILE-STATUS NOT = "00"
               AND FSI-FILE-STATUS NOT = "05"
               DISPLAY "AOC2002S D2FSEQIN NOT OPENED - STATUS "
                   FSI-FILE-STATUS
               GO TO 120-LOAD-FEED-SEQUENCE-EXIT
            END-IF.
            MOVE "N" TO WS-FSQ-EOF-SW.
            PERFORM 121-LOAD-ONE-SEQUENCE UNTIL WS-FSQ-AT-EOF.
            CLOSE FSEQINFILE.
       120-LOAD-FEED-SEQUENCE-EXIT.
            EXIT.

       121-LOAD-ONE-SEQUENCE.
            READ FSEQINFILE
                AT END MOVE "Y" TO WS-FSQ-EOF-SW
                NOT AT END
                   IF FSI-SOURCE-ID NOT = SPACES
                      AND FSI-LAST-SEQ IS NUMERIC
                      AND FSI-LAST-BUS-DATE IS NUMERIC
                      AND WS-FSQ-TABLE-COUNT < WS-FSQ-TABLE-MAX
                      ADD 1 TO WS-FSQ-TABLE-COUNT
                      MOVE WS-FSQ-TABLE-COUNT TO WS-FSQ-IDX
                      MOVE FSI-SOURCE-ID TO WS-FSQ-SOURCE-ID(WS-FSQ-IDX)
                      MOVE FSI-LAST-SEQ TO WS-FSQ-LAST-SEQ(WS-FSQ-IDX)
                      MOVE FSI-LAST-BUS-DATE
                          TO WS-FSQ-LAST-BUS-DATE(WS-FSQ-IDX)
                      MOVE FSI-ACCEPT-DATE
                          TO WS-FSQ-ACCEPT-DATE(WS-FSQ-IDX)
                   END-IF
            END-READ.

      *    THE CHAR/PASSWORD SEPARATOR PER SOURCE, FOR MASKING. THE
      *    DELIMITER FILE IS OPTIONAL - RECORD N BELONGS TO SOURCE
      *    N, AS IN THE MAIN RUN, AND A SOURCE WITHOUT ONE, OR WITH
      *    A LENGTH THE MAIN RUN WOULD REJECT, KEEPS ": ".
       125-LOAD-DELIMITERS.
            MOVE ": " TO WS-FD-SEP(1) WS-FD-SEP(2) WS-FD-SEP(3).
            MOVE 2 TO WS-FD-SEP-LEN(1)
                      WS-FD-SEP-LEN(2)
                      WS-FD-SEP-LEN(3).
            OPEN INPUT DELIMFILE.
            IF DLM-FILE-STATUS = "00"
               MOVE 0 TO WS-DLM-REC-NUM
               PERFORM 126-READ-ONE-DELIMITER
                   UNTIL WS-DLM-REC-NUM >= WS-SOURCE-MAX
                   OR DLM-FILE-STATUS NOT = "00"
               CLOSE DELIMFILE
            END-IF.

       126-READ-ONE-DELIMITER.
            READ DELIMFILE
                AT END MOVE "10" TO DLM-FILE-STATUS
                NOT AT END
                   ADD 1 TO WS-DLM-REC-NUM
                   IF DLM-DELIM-3-LEN IS NUMERIC
                      AND (DLM-DELIM-3-LEN = 1 OR DLM-DELIM-3-LEN = 2)
                      MOVE DLM-DELIM-3 TO WS-FD-SEP(WS-DLM-REC-NUM)
                      MOVE DLM-DELIM-3-LEN
                          TO WS-FD-SEP-LEN(WS-DLM-REC-NUM)
                   END-IF
            END-READ.

      *    THE LAST CONTROL-TOTALS RECORD ON FILE. NO DATASET, OR AN
      *    EMPTY ONE, LEAVES NO CYCLE UNFINISHED.
       127-FIND-LAST-CYCLE.
            MOVE SPACES TO WS-LAST-CTT-PROGRAM.
            OPEN INPUT CTLTOTFILE.
            IF CTT-FILE-STATUS NOT = "00"
               AND CTT-FILE-STATUS NOT = "05"
               DISPLAY "AOC2002S D2CTLTOT NOT OPENED - STATUS "
                   CTT-FILE-STATUS
               GO TO 127-FIND-LAST-CYCLE-EXIT
            END-IF.
            MOVE "N" TO WS-CTT-EOF-SW.
            PERFORM 128-READ-ONE-TOTAL UNTIL WS-CTT-AT-EOF.
            CLOSE CTLTOTFILE.
       127-FIND-LAST-CYCLE-EXIT.
            EXIT.

       128-READ-ONE-TOTAL.
            READ CTLTOTFILE
                AT END MOVE "Y" TO WS-CTT-EOF-SW
                NOT AT END
                   MOVE CTT-PROGRAM-ID TO WS-LAST-CTT-PROGRAM
            END-READ.

      *****************************************************************
      *    RETURN-CODE 8 WHEN THE PRIMARY FEED WAS REJECTED - THERE
      *    IS NO NEW D2CURR TO COMPARE OR RETAIN - AND 4 WHEN ONLY A
      *    SECONDARY ONE WAS; THE NIGHT'S RUN GOES ON WITHOUT IT.
      *****************************************************************
       900-TERMINATE.
            CLOSE REJECTFILE.
            MOVE 0 TO RETURN-CODE.
            IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
               IF WS-FD-REASON(1) NOT = SPACES
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF.
            PERFORM 910-WRITE-FEED-SEQUENCE.
            PERFORM 905-WRITE-OPS-RECORD.
            PERFORM 915-WRITE-CONTROL-TOTALS.

       905-WRITE-OPS-RECORD.
            OPEN EXTEND OPSFILE.
            INITIALIZE OPS-RECORD.
            MOVE WS-RUN-DATE TO OPS-RUN-DATE.
            MOVE "AOC2002S" TO OPS-PROGRAM-ID.
            MOVE RETURN-CODE TO OPS-RETURN-CODE.
            EVALUATE TRUE
                WHEN WS-REJECT-COUNT = 1
                   MOVE "FEED REJECTED" TO OPS-VERDICT
                   MOVE WS-FD-SRC-ID(WS-REJECT-SOURCE) TO OPS-ACTION
                   MOVE WS-FD-REASON(WS-REJECT-SOURCE)
                       TO OPS-ACTION(10:22)
                WHEN WS-REJECT-COUNT > 1
                   MOVE "FEED REJECTED" TO OPS-VERDICT
                   MOVE WS-REJECT-COUNT TO OPS-ACTION(1:1)
                   MOVE " FEEDS REJECTED - SEE STEP002 SYSOUT"
                       TO OPS-ACTION(2:)
                WHEN OTHER
                   MOVE "CLEAN" TO OPS-VERDICT
                   MOVE "NONE" TO OPS-ACTION
            END-EVALUATE.
      *    READ IS WHAT ARRIVED BETWEEN HEADER AND TRAILER, EXPECTED
      *    IS WHAT THE TRAILER CLAIMED - THE SAME PAIR THE MAIN RUN
      *    REPORTS AGAINST THE CONTROL CARD'S COUNTS.
            PERFORM 906-PUT-OPS-SOURCE
                VARYING WS-CUR-SOURCE FROM 1 BY 1
                UNTIL WS-CUR-SOURCE > WS-SOURCE-MAX.
            WRITE OPS-RECORD.
            CLOSE OPSFILE.

       906-PUT-OPS-SOURCE.
            IF WS-SRC-ACTIVE-SW(WS-CUR-SOURCE) = "Y"
               MOVE WS-FD-SRC-ID(WS-CUR-SOURCE)
                   TO OPS-SRC-ID(WS-CUR-SOURCE)
               MOVE WS-FD-COUNT(WS-CUR-SOURCE)
                   TO OPS-SRC-READ(WS-CUR-SOURCE)
               MOVE WS-FD-TRL-COUNT(WS-CUR-SOURCE)
                   TO OPS-SRC-EXPECTED(WS-CUR-SOURCE)
            END-IF.

      *    THE WHOLE HISTORY GOES FORWARD, UPDATED OR NOT, SO THE
      *    NEW GENERATION ALWAYS STANDS ON ITS OWN.
       910-WRITE-FEED-SEQUENCE.
            OPEN OUTPUT FSEQOUTFILE.
            PERFORM 911-WRITE-ONE-SEQUENCE
                VARYING WS-FSQ-IDX FROM 1 BY 1
                UNTIL WS-FSQ-IDX > WS-FSQ-TABLE-COUNT.
            CLOSE FSEQOUTFILE.

       911-WRITE-ONE-SEQUENCE.
            MOVE SPACES TO FSO-RECORD.
            MOVE WS-FSQ-SOURCE-ID(WS-FSQ-IDX) TO FSO-SOURCE-ID.
            MOVE WS-FSQ-LAST-SEQ(WS-FSQ-IDX) TO FSO-LAST-SEQ.
            MOVE WS-FSQ-LAST-BUS-DATE(WS-FSQ-IDX) TO FSO-LAST-BUS-DATE.
            MOVE WS-FSQ-ACCEPT-DATE(WS-FSQ-IDX) TO FSO-ACCEPT-DATE.
            WRITE FSO-RECORD.

      *****************************************************************
      *    THE STAGING SIDE OF THE END-OF-JOB BALANCE: WHAT WENT TO
      *    D2STAGE PER SOURCE, WHICH STEP010'S READ COUNT MUST
      *    MATCH, AND THE REPAIRS WITHIN IT, WHICH MUST MATCH WHAT
      *    THE PRIOR CYCLE'S RECYCLE REPAIRED. THE REPAIRS COME OFF
      *    THEIR OWN FILE, SO THEIR COUNT IS KNOWN FOR EVERY SOURCE,
      *    EXEMPT OR NOT.
      *****************************************************************
       915-WRITE-CONTROL-TOTALS.
            OPEN EXTEND CTLTOTFILE.
            PERFORM 916-PUT-SOURCE-TOTALS
                VARYING WS-CUR-SOURCE FROM 1 BY 1
                UNTIL WS-CUR-SOURCE > WS-SOURCE-MAX.
            CLOSE CTLTOTFILE.

       916-PUT-SOURCE-TOTALS.
            IF WS-SRC-ACTIVE-SW(WS-CUR-SOURCE) = "Y"
               MOVE SPACES TO CTT-RECORD
               MOVE WS-RUN-DATE TO CTT-RUN-DATE
               MOVE "AOC2002S" TO CTT-PROGRAM-ID
               MOVE WS-FD-SRC-ID(WS-CUR-SOURCE) TO CTT-SOURCE-ID
               MOVE WS-FD-STAGED(WS-CUR-SOURCE) TO CTT-STG-STAGED
               MOVE WS-FD-REPAIR-COUNT(WS-CUR-SOURCE)
                   TO CTT-STG-REPAIRS
               MOVE "Y" TO CTT-STG-REPAIRS-KNOWN
               WRITE CTT-RECORD
            END-IF.
