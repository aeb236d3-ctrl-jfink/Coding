      *              ON THE EXCEPTION BACKLOG AND HOW OLD IT IS.
      *              "WHY IS MY PASSWORD BEING REJECTED" NO LONGER
      *              NEEDS A PROGRAMMER READING A RECORD LAYOUT.
      *  10/15  RF   D2.AGING LAYOUT FOLLOWS THE RECYCLE'S: THE LINE
      *              IS NOW HELD WITH ITS PASSWORD MASKED, FOLLOWED BY
      *              ITS LINE KEY (296 BYTES). ONLY THE ACCOUNT ID IN
      *              COLUMNS 1-8 IS USED HERE, AND IT IS NEVER MASKED.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           05 FILLER PIC X(01).
           05 AGI-REASON-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 AGI-MASKED-LINE PIC X(208).
           05 FILLER PIC X(01).
           05 AGI-LINE-KEY PIC X(64).

       WORKING-STORAGE SECTION.
         01 MST-FILE-STATUS PIC XX.
            READ AGINGFILE
                AT END MOVE "Y" TO WS-EOF-SWITCH
                NOT AT END
                   IF AGI-MASKED-LINE(1:8) = PNL-ACCT-ID
                      ADD 1 TO WS-BACKLOG-COUNT
                      IF WS-OLDEST-SEEN = 0
                         OR AGI-FIRST-SEEN < WS-OLDEST-SEEN
