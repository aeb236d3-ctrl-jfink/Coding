      *****************************************************************
      *  D02SNAP.CPY
      *  MONTH-END COMPLIANCE SNAPSHOT RECORD - ONE PER D2.MASTER
      *  ACCOUNT IN EACH GENERATION OF PROD.D02A.MSNAP, 80 BYTES,
      *  IN ACCOUNT ID ORDER. WRITTEN ONLY BY THE MONTH-END
      *  ATTESTATION RUN (AOC-2020-02-Y) AND NEVER UPDATED, SO A
      *  GENERATION IS THE MASTER EXACTLY AS IT STOOD WHEN THE MONTH
      *  WAS ATTESTED. THE SNAPSHOT INQUIRY (AOC-2020-02-Z) READS ALL
      *  RETAINED GENERATIONS THROUGH THE GDG BASE NAME.
      *
      *  EVERY RECORD CARRIES THE MONTH-END DATE IT ATTESTS AND THE
      *  DATE IT WAS TAKEN, SO A RECORD IDENTIFIES ITS OWN MONTH
      *  WHEREVER IT IS READ FROM. THE ATTESTED STATUS IS THE ONE
      *  THE ATTESTATION REPORT COUNTED THE ACCOUNT UNDER:
      *    C - COMPLIANT: SEEN IN THE MONTH, OVERALL RESULT P
      *    N - NON-COMPLIANT: SEEN IN THE MONTH, OVERALL RESULT F
      *    E - NOT EVALUATED: NOT SEEN IN THE MONTH (STALE LAST-SEEN
      *        DATE) OR NEVER JUDGED (OVERALL RESULT SPACE)
      *  THE MASTER IMAGE IS THE D02MAST RECORD UNCHANGED - MOVE IT
      *  TO MST-RECORD TO READ THE FIELDS.
      *
      *  10/15  RF   ORIGINAL VERSION.
      *****************************************************************
       01 SNP-RECORD.
         05 SNP-MONTH-END PIC 9(08).
         05 SNP-TAKEN-DATE PIC 9(08).
         05 SNP-STATUS PIC X(01).
           88 SNP-COMPLIANT VALUE "C".
           88 SNP-NON-COMPLIANT VALUE "N".
           88 SNP-NOT-EVALUATED VALUE "E".
         05 SNP-MASTER-IMAGE PIC X(60).
         05 FILLER PIC X(03).
