      *              THE ACTION THE OPERATOR SHOULD TAKE. THE
      *              SOURCE ENTRIES CARRY THE IDS ONLY; THE
      *              RECYCLE HAS NO READ/EXPECTED PAIRS OF ITS OWN.
      *  10/15  RF   APPENDS ONE CONTROL-TOTALS RECORD PER ACTIVE
      *              SOURCE TO D2CTLTOT (COPYBOOK D02CTOT) -
      *              EXCEPTIONS CONSUMED, DUPLICATES DROPPED, LINES
      *              REPAIRED AND CARRIED - FOR THE END-OF-JOB
      *              BALANCING STEP (AOC-2020-02-L). SOURCES 2 AND 3
      *              NOW TAKE THE MAIN RUN'S DEFAULT IDS (SOURCE2,
      *              SOURCE3) WHEN THEIR CONTROL RECORD LEAVES THE ID
      *              BLANK, SO THEIR EXCEPTIONS NO LONGER FALL BACK
      *              TO SOURCE 1'S REPAIR FILE.
      *  10/15  RF   NO MORE CLEAR PASSWORDS ON THE RETAINED FILES:
      *              D2.EXCEPT, D2.DQEXCPT, D2.AGING, D2.FIXES AND
      *              D2.EXARCH NOW CARRY THE LINE WITH ITS PASSWORD
      *              MASKED PLUS THE MAIN RUN'S KEYED LINE KEY (SEE
      *              D02LKEY). THE DEDUPE, THE AGING MERGE AND THE
      *              FIX MATCH SORT AND COMPARE ON THE KEY WHERE
      *              THEY USED TO ON THE LINE; THE AGING REPORT
      *              SHOWS THE MASKED LINE. A FIX'S CORRECTED LINE
      *              STILL HAS TO BE CLEAR TO GO BACK INTO THE FEED,
      *              SO D2.FIXES IS NOW CLEARED BY STEP040 ONCE THIS
      *              RUN HAS CONSUMED IT, LIKE THE EXCEPTION FILES.
      *  10/15  RF   COMMENTS ONLY - THE REPAIR FILES ARE NOW READ BY
      *              THE STAGING PASS ON THEIR OWN DDS, NOT
      *              CONCATENATED ONTO THE FEEDS.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXARCHFILE ASSIGN TO D2EXARCH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTLTOTFILE ASSIGN TO D2CTLTOT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPSFILE ASSIGN TO D2OPSLOG
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCYCTLFILE ASSIGN TO D2RCYCTL
           05 FILLER PIC X(01).
           05 EXC-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 EXC-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 EXC-LINE-KEY PIC X(64).

         FD DQEXCPTFILE.
         01 DQX-RECORD.
           05 FILLER PIC X(01).
           05 DQX-SOURCE-ID PIC X(08).
           05 FILLER PIC X(01).
           05 DQX-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 DQX-LINE-KEY PIC X(64).

      *    CORRECTED LINES SUPPLIED BY THE FEED OWNER. EACH RECORD
      *    CARRIES THE REJECTED LINE MASKED, AS IT APPEARS ON
      *    D2.AGING, THE REPLACEMENT LINE, AND THE REJECTED LINE'S
      *    LINE KEY - THE KEY IS WHAT MATCHES IT TO ITS EXCEPTION.
         FD FIXFILE.
         01 FIX-RECORD.
           05 FIX-MASKED-LINE PIC X(208).
           05 FIX-CORRECTED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 FIX-LINE-KEY PIC X(64).

      *    EXCEPTION CARRY-FORWARD. THE PRIOR CYCLE'S UNRESOLVED SET
      *    COMES IN ON D2AGEIN SO EACH LINE KEEPS ITS FIRST-SEEN DATE;
           05 FILLER PIC X(01).
           05 AGI-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 AGI-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 AGI-LINE-KEY PIC X(64).

         FD AGEOUTFILE.
         01 AGO-RECORD.
           05 FILLER PIC X(01).
           05 AGO-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 AGO-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 AGO-LINE-KEY PIC X(64).

         FD REPAIRFILE.
         01 RPR-RECORD PIC X(208).
           05 FILLER PIC X(01).
           05 AXR-DISPOSITION PIC X(08).
           05 FILLER PIC X(01).
           05 AXR-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 AXR-LINE-KEY PIC X(64).

         FD OPSFILE.
         COPY D02OPS.

         FD CTLTOTFILE.
         COPY D02CTOT.

      *    RECYCLE CONTROL CARD - AGING THRESHOLD IN DAYS. AN
      *    UNRESOLVED EXCEPTION OLDER THAN THIS MANY DAYS IS LISTED
      *    ON THE AGING REPORT.
           05 DLM-DELIM-3-LEN PIC 9(01).
           05 FILLER PIC X(71).

      *    THE SORTED EXCEPTION STREAM - LINE KEY FIRST SO THE FIX
      *    AND AGING STREAMS, SORTED THE SAME WAY, MERGE AGAINST IT
      *    IN ONE PASS. THE SORT OUTPUT PROCEDURE DROPS ADJACENT
      *    IDENTICAL KEYS, WHICH IS THE WHOLE DEDUPE - D2.EXCEPT
      *    RUNS UNDER DISP=MOD, SO THE SAME LINE CAN ARRIVE TWICE.
      *    THE MASKED LINE RIDES ALONG FOR THE AGING AND ARCHIVE
      *    RECORDS; EQUAL KEYS MEAN EQUAL LINES, SO IT NEVER
      *    DECIDES ANYTHING.
         FD EXSRTFILE.
         01 ESR-RECORD.
           05 ESR-LINE-KEY PIC X(64).
           05 ESR-SOURCE-ID PIC X(08).
           05 ESR-REASON-CODE PIC X(04).
           05 ESR-LINE PIC X(208).

         FD FIXSRTFILE.
         01 FSR-RECORD.
           05 FSR-LINE-KEY PIC X(64).
           05 FSR-CORRECTED-LINE PIC X(208).

         FD AGESRTFILE.
           05 ASR-FIRST-SEEN PIC 9(08).
           05 ASR-SOURCE-ID PIC X(08).
           05 ASR-REASON-CODE PIC X(04).
           05 ASR-LINE-KEY PIC X(64).
           05 ASR-LINE PIC X(208).

         SD SORTFILE.
         01 SRT-E-RECORD.
           05 SRT-E-KEY PIC X(64).
           05 SRT-E-SOURCE PIC X(08).
           05 SRT-E-REASON PIC X(04).
           05 SRT-E-LINE PIC X(208).

         SD SORTFILE2.
         01 SRT-F-RECORD.
           05 SRT-F-KEY PIC X(64).
           05 SRT-F-CORRECTED PIC X(208).

         SD SORTFILE3.
           05 SRT-A-FIRST-SEEN PIC 9(08).
           05 SRT-A-SOURCE PIC X(08).
           05 SRT-A-REASON PIC X(04).
           05 SRT-A-KEY PIC X(64).
           05 SRT-A-LINE PIC X(208).

       WORKING-STORAGE SECTION.
      *    THE OLD SEEN-LINE TABLE DID UNTIL IT FILLED.
         01 WS-HAVE-PREV-SW PIC X(01) VALUE "N".
           88 WS-HAVE-PREV VALUE "Y".
         01 WS-PREV-KEY PIC X(64).
         01 WS-PREV-SOURCE PIC X(08).
         01 WS-PREV-REASON PIC X(04).

      *    THE EXCEPTION LINE CURRENTLY BEING RECYCLED (MASKED, WITH
      *    ITS LINE KEY) AND, WHEN A CORRECTION MATCHES IT, THE
      *    CORRECTED TEXT UNDER VALIDATION.
         01 WS-EXC-LINE PIC X(208).
         01 WS-EXC-KEY PIC X(64).
         01 WS-EXC-REASON PIC X(04).
         01 WS-EXC-SOURCE PIC X(08).
         01 WS-WORK-LINE PIC X(208).
         01 WS-RESOLVED-COUNT PIC 9(9) VALUE 0.
         01 WS-DUP-SKIPPED-COUNT PIC 9(9) VALUE 0.

      *    THE SAME TOTALS SPLIT BY SOURCE NUMBER FOR THE CONTROL-
      *    TOTALS RECORD. A SOURCE IS ACTIVE WHEN THE CONTROL CARD
      *    CARRIES ITS RECORD, EXACTLY AS IN THE MAIN RUN.
         01 WS-RCY-SRC-TABLE.
           05 WS-RCY-SRC-ENTRY OCCURS 3 TIMES.
             10 WS-RCY-ACTIVE-SW PIC X(01).
             10 WS-RCY-CONSUMED PIC 9(09).
             10 WS-RCY-DEDUPED PIC 9(09).
             10 WS-RCY-REPAIRED PIC 9(09).
             10 WS-RCY-CARRIED PIC 9(09).

      *    THE DISPOSITION STAMPED ON THE CURRENT LINE'S LIFECYCLE
      *    ARCHIVE RECORD.
         01 WS-ARCHIVE-DISP PIC X(08).
       001-MAIN.
            PERFORM 100-INITIALIZE.
      *    THREE SORTS STAGE THE THREE SIDES OF THE BALANCE LINE IN
      *    THE SAME LINE-KEY ORDER, THEN ONE MERGE PASS DISPOSES OF
      *    EVERY EXCEPTION - NO TABLE, NO CAP, ANY BACKLOG SIZE.
            SORT SORTFILE
                ON ASCENDING KEY SRT-E-KEY SRT-E-SOURCE SRT-E-REASON
                INPUT PROCEDURE 150-RELEASE-EXCEPTIONS
                OUTPUT PROCEDURE 160-DEDUPE-EXCEPTIONS.
            SORT SORTFILE2
                ON ASCENDING KEY SRT-F-KEY
                INPUT PROCEDURE 170-RELEASE-FIXES
                GIVING FIXSRTFILE.
            SORT SORTFILE3
                ON ASCENDING KEY SRT-A-KEY SRT-A-SOURCE
                INPUT PROCEDURE 180-RELEASE-HOLDOVER
                GIVING AGESRTFILE.
            PERFORM 300-MATCH-STREAMS.
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-EXCEPT-READ
                   MOVE EXC-SOURCE-ID TO WS-EXC-SOURCE
                   PERFORM 320-RESOLVE-SOURCE
                   ADD 1 TO WS-RCY-CONSUMED(WS-CUR-SOURCE)
                   MOVE EXC-LINE-KEY TO SRT-E-KEY
                   MOVE EXC-MASKED-LINE TO SRT-E-LINE
                   MOVE EXC-SOURCE-ID TO SRT-E-SOURCE
                   MOVE EXC-REASON-CODE TO SRT-E-REASON
                   RELEASE SRT-E-RECORD
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   ADD 1 TO WS-DQ-READ
                   MOVE DQX-SOURCE-ID TO WS-EXC-SOURCE
                   PERFORM 320-RESOLVE-SOURCE
                   ADD 1 TO WS-RCY-CONSUMED(WS-CUR-SOURCE)
                   MOVE DQX-LINE-KEY TO SRT-E-KEY
                   MOVE DQX-MASKED-LINE TO SRT-E-LINE
                   MOVE DQX-SOURCE-ID TO SRT-E-SOURCE
                   MOVE DQX-REASON-CODE TO SRT-E-REASON
                   RELEASE SRT-E-RECORD
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF WS-HAVE-PREV
                      AND SRT-E-KEY = WS-PREV-KEY
                      AND SRT-E-SOURCE = WS-PREV-SOURCE
                      AND SRT-E-REASON = WS-PREV-REASON
                      ADD 1 TO WS-DUP-SKIPPED-COUNT
                      MOVE SRT-E-SOURCE TO WS-EXC-SOURCE
                      PERFORM 320-RESOLVE-SOURCE
                      ADD 1 TO WS-RCY-DEDUPED(WS-CUR-SOURCE)
                   ELSE
                      MOVE SRT-E-KEY TO ESR-LINE-KEY
                      MOVE SRT-E-LINE TO ESR-LINE
                      MOVE SRT-E-SOURCE TO ESR-SOURCE-ID
                      MOVE SRT-E-REASON TO ESR-REASON-CODE
                      WRITE ESR-RECORD
                   END-IF
                   MOVE "Y" TO WS-HAVE-PREV-SW
                   MOVE SRT-E-KEY TO WS-PREV-KEY
                   MOVE SRT-E-SOURCE TO WS-PREV-SOURCE
                   MOVE SRT-E-REASON TO WS-PREV-REASON
            END-RETURN.
            READ FIXFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   MOVE FIX-LINE-KEY TO SRT-F-KEY
                   MOVE FIX-CORRECTED-LINE TO SRT-F-CORRECTED
                   RELEASE SRT-F-RECORD
            END-READ.
                   MOVE AGI-FIRST-SEEN TO SRT-A-FIRST-SEEN
                   MOVE AGI-SOURCE-ID TO SRT-A-SOURCE
                   MOVE AGI-REASON-CODE TO SRT-A-REASON
                   MOVE AGI-LINE-KEY TO SRT-A-KEY
                   MOVE AGI-MASKED-LINE TO SRT-A-LINE
                   RELEASE SRT-A-RECORD
            END-READ.

      *****************************************************************
      *    THE BALANCE LINE. THE EXCEPTION STREAM DRIVES; THE FIX
      *    AND AGING STREAMS, IN THE SAME LINE-KEY ORDER, ADVANCE
      *    ALONGSIDE IT. AGING RECORDS THE MERGE PASSES WITHOUT A
      *    MATCHING EXCEPTION STOPPED ARRIVING AS EXCEPTIONS AND
      *    ARCHIVE AS RESOLVED ON THE WAY BY; WHATEVER REMAINS ON

       330-RECYCLE-ONE.
            MOVE ESR-LINE TO WS-EXC-LINE.
            MOVE ESR-LINE-KEY TO WS-EXC-KEY.
            MOVE ESR-REASON-CODE TO WS-EXC-REASON.
            MOVE ESR-SOURCE-ID TO WS-EXC-SOURCE.
            PERFORM 320-RESOLVE-SOURCE.
            PERFORM 200-VALIDATE-CORRECTION
                THRU 200-VALIDATE-CORRECTION-EXIT.
            IF WS-VALID-RECORD AND WS-MIN-MAX-OK
      *        THE REPAIR JOINS THE FEED IT FELL OUT OF - THE
      *        STAGING PASS READS EACH REPAIR FILE STRAIGHT AFTER
      *        ITS OWN SOURCE'S FEED.
               EVALUATE WS-CUR-SOURCE
                   WHEN 2
                      MOVE WS-WORK-LINE TO RPR2-RECORD
                      WRITE RPR-RECORD
               END-EVALUATE
               ADD 1 TO WS-REPAIRED-COUNT
               ADD 1 TO WS-RCY-REPAIRED(WS-CUR-SOURCE)
               MOVE "REPAIRED" TO WS-ARCHIVE-DISP
               PERFORM 610-WRITE-ARCHIVE
            ELSE

      *****************************************************************
      *    ADVANCE THE AGING SIDE TO THE CURRENT EXCEPTION'S
      *    LINE-KEY/SOURCE. EVERY AGING RECORD PASSED ON THE WAY
      *    HAS NO EXCEPTION THIS CYCLE - THE FEED OWNER FIXED IT
      *    UPSTREAM OR THE RECORD LEFT THE FEED - AND ARCHIVES AS
      *    RESOLVED. A KEY MATCH SUPPLIES THE ORIGINAL FIRST-SEEN
            PERFORM 341-PASS-ONE-AGING
                THRU 341-PASS-ONE-AGING-EXIT
                UNTIL WS-ASR-AT-EOF
                OR ASR-LINE-KEY > WS-EXC-KEY
                OR (ASR-LINE-KEY = WS-EXC-KEY
                    AND ASR-SOURCE-ID >= WS-EXC-SOURCE).
            PERFORM 342-TAKE-ONE-AGING
                THRU 342-TAKE-ONE-AGING-EXIT
                UNTIL WS-ASR-AT-EOF
                OR ASR-LINE-KEY NOT = WS-EXC-KEY
                OR ASR-SOURCE-ID NOT = WS-EXC-SOURCE.
       340-ALIGN-AGING-EXIT.
            EXIT.
            EXIT.

      *****************************************************************
      *    ADVANCE THE FIX SIDE TO THE CURRENT EXCEPTION'S KEY. A
      *    MATCHING FIX IS USED BUT NOT CONSUMED - THE NEXT
      *    EXCEPTION MAY CARRY THE SAME LINE FROM ANOTHER SOURCE
      *    AND TAKES THE SAME CORRECTION. WHERE THE FEED OWNER
            MOVE "N" TO WS-FIX-FOUND.
            PERFORM 302-READ-FIX
                UNTIL WS-FSR-AT-EOF
                OR FSR-LINE-KEY >= WS-EXC-KEY.
            IF NOT WS-FSR-AT-EOF
               AND FSR-LINE-KEY = WS-EXC-KEY
               MOVE "Y" TO WS-FIX-FOUND
            END-IF.
       350-ALIGN-FIX-EXIT.
            MOVE ASR-SOURCE-ID TO AXR-SOURCE-ID.
            MOVE ASR-REASON-CODE TO AXR-REASON-CODE.
            MOVE "RESOLVED" TO AXR-DISPOSITION.
            MOVE ASR-LINE TO AXR-MASKED-LINE.
            MOVE ASR-LINE-KEY TO AXR-LINE-KEY.
            WRITE AXR-RECORD.

      *    AGING RECORDS LEFT AFTER THE LAST EXCEPTION - NOTHING
      *****************************************************************
       600-WRITE-UNRESOLVED.
            ADD 1 TO WS-UNRESOLVED-COUNT.
            ADD 1 TO WS-RCY-CARRIED(WS-CUR-SOURCE).
            MOVE SPACES TO AGO-RECORD.
      *    THE AGING SIDE OF THE BALANCE LINE ALREADY ALIGNED TO
      *    THIS LINE - ITS RESULT IS STILL CURRENT.
            END-IF.
            MOVE WS-EXC-SOURCE TO AGO-SOURCE-ID.
            MOVE WS-EXC-REASON TO AGO-REASON-CODE.
            MOVE WS-EXC-LINE TO AGO-MASKED-LINE.
            MOVE WS-EXC-KEY TO AGO-LINE-KEY.
            WRITE AGO-RECORD.
            COMPUTE WS-FIRST-SEEN-INT =
                FUNCTION INTEGER-OF-DATE(AGO-FIRST-SEEN).
            MOVE WS-EXC-SOURCE TO AXR-SOURCE-ID.
            MOVE WS-EXC-REASON TO AXR-REASON-CODE.
            MOVE WS-ARCHIVE-DISP TO AXR-DISPOSITION.
            MOVE WS-EXC-LINE TO AXR-MASKED-LINE.
            MOVE WS-EXC-KEY TO AXR-LINE-KEY.
            WRITE AXR-RECORD.

       100-INITIALIZE.
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SOURCE-MAX.
            MOVE "PRIMARY" TO WS-SRC-ID(1).
            INITIALIZE WS-RCY-SRC-TABLE.
            MOVE "Y" TO WS-RCY-ACTIVE-SW(1).
            PERFORM 110-LOAD-RECYCLE-CONTROL.
            PERFORM 115-LOAD-RUN-MODE.
            PERFORM 120-LOAD-DELIMITERS.
                      MOVE CTL-RUN-MODE TO WS-RUN-MODE
                      PERFORM 117-TAKE-AS-OF-DATE
                   END-IF
                   MOVE "Y" TO WS-RCY-ACTIVE-SW(WS-CTL-REC-NUM)
                   IF CTL-SOURCE-ID NOT = SPACES
                      MOVE CTL-SOURCE-ID
                          TO WS-SRC-ID(WS-CTL-REC-NUM)
                   ELSE
                      IF WS-CTL-REC-NUM > 1
                         MOVE "SOURCE" TO WS-SRC-ID(WS-CTL-REC-NUM)
                         MOVE WS-CTL-REC-NUM
                             TO WS-SRC-ID(WS-CTL-REC-NUM)(7:1)
                      END-IF
                   END-IF
            END-READ.

                   MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            PERFORM 905-WRITE-OPS-RECORD.
            PERFORM 915-WRITE-CONTROL-TOTALS.
            CLOSE REPAIRFILE.
            CLOSE REPAIRFILE2.
            CLOSE REPAIRFILE3.
       906-STAGE-SOURCE-FOR-OPS.
            MOVE WS-SRC-ID(WS-SRC-IDX)
                TO OPS-SRC-ID(WS-SRC-IDX).

      *****************************************************************
      *    THE RECYCLE SIDE OF THE END-OF-JOB BALANCE. CONSUMED LESS
      *    DEDUPED IS WHAT THE MAIN RUN WROTE TONIGHT, AND REPAIRED
      *    IS WHAT THE NEXT CYCLE'S STAGING PASS MUST FIND ON THE
      *    SOURCE'S REPAIR FILE.
      *****************************************************************
       915-WRITE-CONTROL-TOTALS.
            OPEN EXTEND CTLTOTFILE.
            PERFORM 916-PUT-SOURCE-TOTALS
                VARYING WS-SRC-IDX FROM 1 BY 1
                UNTIL WS-SRC-IDX > WS-SOURCE-MAX.
            CLOSE CTLTOTFILE.

       916-PUT-SOURCE-TOTALS.
            IF WS-RCY-ACTIVE-SW(WS-SRC-IDX) = "Y"
               MOVE SPACES TO CTT-RECORD
               MOVE WS-RUN-DATE TO CTT-RUN-DATE
               MOVE "AOC2002R" TO CTT-PROGRAM-ID
               MOVE WS-SRC-ID(WS-SRC-IDX) TO CTT-SOURCE-ID
               MOVE WS-RCY-CONSUMED(WS-SRC-IDX) TO CTT-RCY-CONSUMED
               MOVE WS-RCY-DEDUPED(WS-SRC-IDX) TO CTT-RCY-DEDUPED
               MOVE WS-RCY-REPAIRED(WS-SRC-IDX) TO CTT-RCY-REPAIRED
               MOVE WS-RCY-CARRIED(WS-SRC-IDX) TO CTT-RCY-CARRIED
               WRITE CTT-RECORD
            END-IF.
