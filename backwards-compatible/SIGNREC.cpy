      *****************************************************************
      * SIGNREC.CPY
      * ONE QA SIGN-OFF DECISION IN '__inout__/signoff.dat' - THE
      * REVIEWER'S VERDICT ON ONE IMAGE AFTER LISTENING TO IT IN
      * review.wav, RECORDED BY AUDITORISE-SIGNOFF IN CUE-SHEET ORDER
      * AND ACTED ON BY AUDITORISE-RELEASE:
      *   APPROVED - THE WAV MAY GO TO THE CUSTOMER; RELEASE PROVES
      *              IT AGAINST ITS CAT-CHECKSUM AND COPIES IT TO THE
      *              OUTBOUND FOLDER
      *   HELD     - THE WAV MUST NOT GO OUT; RELEASE SENDS THE IMAGE
      *              BACK TO THE REJECT/RECONVERSION PATH
      * IMAGE IS THE CUE SHEET'S IMAGE NUMBER (THE RUN POSITION).
      * RELEASE STATUS: ' ' = NOT YET ACTED ON, 'R' = RELEASED,
      * 'H' = RETURNED FOR RECONVERSION. A DECISION ALREADY ACTED ON
      * IS NEVER CHANGED - A LATER LISTEN TO THE SAME FILE (AFTER A
      * RECONVERSION) FILES A NEW DECISION BESIDE IT.
      *****************************************************************
           02 SO-IMAGE-NUMBER PICTURE 9(4).
           02 SO-IMAGE-ID PICTURE X(40).
           02 SO-OUTPUT-FILE PICTURE X(40).
           02 SO-DECISION PICTURE X(8).
               88 SO-IS-APPROVED VALUE 'APPROVED'.
               88 SO-IS-HELD VALUE 'HELD'.
           02 SO-REASON-CODE PICTURE X(5).
           02 SO-INITIALS PICTURE X(8).
           02 SO-DECIDED-DATE PICTURE X(8).
           02 SO-DECIDED-TIME PICTURE X(8).
           02 SO-RELEASE-STATUS PICTURE X.
               88 SO-IS-PENDING VALUE ' '.
               88 SO-IS-RELEASED VALUE 'R'.
               88 SO-IS-RETURNED VALUE 'H'.
           02 SO-RELEASE-DATE PICTURE X(8).
