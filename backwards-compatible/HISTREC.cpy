      *****************************************************************
      * HISTREC.CPY
      * ONE CONVERSION ATTEMPT IN THE IMAGE LINEAGE HISTORY
      * '__inout__/history.dat', KEYED ON THE IMAGE'S BUSINESS ID
      * (THE MANIFEST ID, OR THE FILE NAME A HOT-FOLDER IMAGE ARRIVED
      * UNDER) PLUS THE STAMP OF ITS AUDIT LINE, SO ONE START ON THE
      * ID WALKS EVERY ATTEMPT EVER MADE FOR IT IN DATE ORDER. THE
      * SEQUENCE ONLY SEPARATES TWO ATTEMPTS LOGGED IN THE SAME
      * HUNDREDTH OF A SECOND.
      * WRITTEN BY WRITE-AUDIT-LOG-ENTRY IN AUDITORISE-CORE BESIDE
      * EVERY AUDIT LINE THAT CARRIES AN ID, READ BY THE LINEAGE
      * INQUIRY IN AUDITORISE-CATALOG, WHICH CAN ALSO REBUILD THE
      * WHOLE FILE FROM THE AUDIT LOGS AND corrections.dat.
      *****************************************************************
           02 HIST-KEY.
               03 HIST-IMAGE-ID PICTURE X(40).
               03 HIST-STAMP.
                   04 HIST-DATE PICTURE X(8).
                   04 HIST-TIME PICTURE X(8).
                   04 HIST-SEQUENCE PICTURE 9(2).
           02 HIST-IMAGE-INDEX PICTURE 9(6).
           02 HIST-OUTCOME PICTURE X(9).
           02 HIST-OUTPUT-FILE PICTURE X(40).
           02 HIST-SAMPLE-COUNT PICTURE 9(9).
           02 HIST-REJECT-COUNT PICTURE 9(6).
           02 HIST-CORRECTION-COUNT PICTURE 9(6).
      * ZERO WHEN THE ATTEMPT EARNED NO CATALOG KEY (NOT CATALOG MODE,
      * OR AN OUTCOME OTHER THAN COMPLETED OR SKIPPED)
           02 HIST-CATALOG-KEY PICTURE 9(18).
           02 HIST-PROFILE-NAME PICTURE X(12).
           02 HIST-PROFILE-VERSION PICTURE 9(4).
