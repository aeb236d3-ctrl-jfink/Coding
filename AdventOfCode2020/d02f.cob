      *              BYTE FOR BYTE INTO COLUMNS 1-208, THE ONE PART
      *              OF HAND-AUTHORED FIXES THAT 310-FIND-FIX COULD
      *              NEVER FORGIVE GETTING WRONG.
      *  10/15  RF   D2.AGING NOW CARRIES THE REJECTED LINE WITH ITS
      *              PASSWORD MASKED PLUS ITS LINE KEY (D02LKEY), AND
      *              THE RECYCLE MATCHES A FIX BY THAT KEY. THE
      *              SCREEN SHOWS THE MASKED LINE, AND THE D2.FIXES
      *              RECORD TAKES THE MASKED LINE AND THE KEY
      *              STRAIGHT FROM THE BACKLOG ENTRY (481 BYTES).
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           05 FILLER PIC X(01).
           05 AGI-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 AGI-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 AGI-LINE-KEY PIC X(64).

      *    THE CORRECTIONS FILE THE RECYCLE PROGRAM CONSUMES - THE
      *    LINE KEY MUST BE THE BACKLOG ENTRY'S EXACTLY OR THE FIX
      *    NEVER FINDS ITS EXCEPTION.
         FD FIXFILE.
         01 FIX-RECORD.
           05 FIX-MASKED-LINE PIC X(208).
           05 FIX-CORRECTED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 FIX-LINE-KEY PIC X(64).

      *    THE MAIN RUN'S CONTROL CARD - RUN MODE AND SOURCE IDS,
      *    READ THE SAME WAY THE RECYCLE PROGRAM READS THEM SO THE
             10 WS-BKL-SOURCE PIC X(08).
             10 WS-BKL-REASON PIC X(04).
             10 WS-BKL-LINE PIC X(208).
             10 WS-BKL-LINE-KEY PIC X(64).

      *    THE ENTRY CURRENTLY ON SCREEN AND THE ONE THE OPERATOR
      *    ASKED FOR.
      *****************************************************************
      *    ASSEMBLE THE CORRECTED LINE, RUN THE BATCH CHECKS UNDER
      *    THE ENTRY'S OWN SOURCE DELIMITERS, AND ONLY THEN APPEND
      *    THE D2.FIXES RECORD - WITH THE MASKED LINE AND ITS LINE
      *    KEY TAKEN STRAIGHT FROM THE BACKLOG ENTRY, NEVER RETYPED.
      *****************************************************************
       500-WRITE-ONE-FIX.
            SET WS-BKL-IDX TO WS-ENTRY-CUR.
               GO TO 500-WRITE-ONE-FIX-EXIT
            END-IF.
            MOVE SPACES TO FIX-RECORD.
            MOVE WS-BKL-LINE(WS-BKL-IDX) TO FIX-MASKED-LINE.
            MOVE WS-WORK-LINE TO FIX-CORRECTED-LINE.
            MOVE WS-BKL-LINE-KEY(WS-BKL-IDX) TO FIX-LINE-KEY.
            WRITE FIX-RECORD.
            CLOSE FIXFILE.
            MOVE WS-ENTRY-CUR TO WS-WRITTEN-NUM.
                          TO WS-BKL-SOURCE(WS-BKL-IDX)
                      MOVE AGI-REASON-CODE
                          TO WS-BKL-REASON(WS-BKL-IDX)
                      MOVE AGI-MASKED-LINE
                          TO WS-BKL-LINE(WS-BKL-IDX)
                      MOVE AGI-LINE-KEY
                          TO WS-BKL-LINE-KEY(WS-BKL-IDX)
                   ELSE
                      MOVE "Y" TO WS-BKL-TABLE-OVERFLOW-SW
                   END-IF
