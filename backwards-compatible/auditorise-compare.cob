       IDENTIFICATION DIVISION.
           PROGRAM-ID. AUDITORISE-COMPARE.
      * REGRESSION COMPARISON FOR CHANGE CONTROL. BEFORE A NEW
      * rgbmap.cfg, SYNTHESIS MODE OR PROGRAM BUILD GOES LIVE, THE
      * FIXED TEST MANIFEST IS RUN THROUGH IT AND THE RESULT SET
      * AGAINST A SAVED BASELINE RUN OF THE SAME MANIFEST. A RUN IS
      * A DIRECTORY HOLDING WHAT THE CONVERSION LEFT IN '__inout__' -
      * ITS audit.log, ITS reconcile.log AND ITS WAVS (SAVE A RUN BY
      * COPYING '__inout__' ASIDE AFTER A CLEAN START):
      *   AUDITORISE-BASELINE  THE SAVED BASELINE RUN (REQUIRED)
      *   AUDITORISE-CANDIDATE THE CANDIDATE RUN (DEFAULT '__inout__'
      *                        - IT MUST HOLD ONLY THE CANDIDATE RUN'S
      *                        LOGS, OR EARLIER IMAGES COUNT AS EXTRA)
      * EACH RUN'S IMAGES ARE TAKEN FROM ITS audit.log, KEYED ON THE
      * IMAGE ID (IMAGE=n FOR A LINE WITHOUT ONE); THE LATEST LINE FOR
      * AN IMAGE WINS, AS A RESTART WOULD LEAVE IT. A WAV IS FOUND IN
      * THE RUN'S OWN DIRECTORY UNDER THE NAME ITS LINE GIVES. EACH
      * IMAGE IS REPORTED:
      *   IDENTICAL - SAME CHANNELS, SAME SAMPLE RATE AND EVERY SAMPLE
      *               THE SAME (OR NEITHER RUN PRODUCED OUTPUT AND
      *               BOTH ENDED WITH THE SAME OUTCOME)
      *   DIFFERENT - WITH SAMPLE COUNT (PER CHANNEL), CHANNEL COUNT
      *               AND SAMPLE RATE FOR BOTH SIDES, THE OFFSET OF THE
      *               FIRST DIFFERING SAMPLE IN THE data CHUNK (0 = THE
      *               FIRST SAMPLE), THE LARGEST DEVIATION BETWEEN TWO
      *               SAMPLES AT THE SAME OFFSET, AND HOW MANY OFFSETS
      *               DIFFER (A SAMPLE PAST THE END OF THE SHORTER WAV
      *               DIFFERS BUT HAS NO DEVIATION)
      *   MISSING   - IN ONE RUN BUT NOT THE OTHER, OR ONLY ONE RUN HAS
      *               A READABLE WAV FOR IT
      * EACH WAV'S SAMPLES ARE ALSO SUMMED THE WAY THE RECONCILE PASS
      * SUMS THEM; A WAV THAT NO LONGER MATCHES THE CHECKSUM ITS OWN
      * reconcile.log RECORDED IS A PROOF FAILURE - A BASELINE THAT
      * HAS ROTTED PROVES NOTHING. THE REPORT GOES TO
      * '__inout__/compare-report.txt' AND THE CONSOLE, AND ENDS WITH
      * THE RESULT AND A SIGN-OFF LINE.
      * RETURN-CODE 0 = PASS (EVERY IMAGE IDENTICAL, NO PROOF
      * FAILURES), 8 = FAIL, 16 = NOTHING TO COMPARE (NO BASELINE
      * SETTING, A RUN WITHOUT AN audit.log, AN EMPTY BASELINE, MORE
      * IMAGES THAN THE TABLE HOLDS, OR NO REPORT FILE)

       >>DEFINE CONSTANT compare-max AS 999

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE LOGS OF WHICHEVER RUN IS BEING LOADED
           SELECT RUN-AUDIT-FILE ASSIGN DYNAMIC RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-AUDIT-STATUS.
           SELECT RUN-RECONCILE-FILE ASSIGN DYNAMIC RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-RECONCILE-STATUS.
      *    EACH WAV'S 44-BYTE HEADER IS READ ON ITS OWN, AS THE SWEEP
      *    READS IT; THE TWO SAMPLE STREAMS ARE THEN WALKED SIDE BY
      *    SIDE
           SELECT WAV-HEADER-FILE ASSIGN DYNAMIC WAV-HEADER-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WAV-HEADER-STATUS.
           SELECT BASE-DATA-FILE ASSIGN DYNAMIC BASE-WAV-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BASE-DATA-STATUS.
           SELECT CAND-DATA-FILE ASSIGN DYNAMIC CAND-WAV-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAND-DATA-STATUS.
           SELECT COMPARE-REPORT-FILE
               ASSIGN TO '__inout__/compare-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-AUDIT-FILE.
       01 RUN-AUDIT-RECORD PICTURE X(260).

       FD  RUN-RECONCILE-FILE.
       01 RUN-RECONCILE-RECORD PICTURE X(200).

       FD  WAV-HEADER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01 WAV-HEADER-RECORD.
           COPY WAVHDR.

       FD  BASE-DATA-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 2 CHARACTERS.
       01 BASE-SAMPLE-RECORD.
           02 BS-SAMPLE USAGE IS BINARY-SHORT.

       FD  CAND-DATA-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 2 CHARACTERS.
       01 CAND-SAMPLE-RECORD.
           02 CS-SAMPLE USAGE IS BINARY-SHORT.

       FD  COMPARE-REPORT-FILE.
       01 COMPARE-REPORT-RECORD PICTURE X(160).

       WORKING-STORAGE SECTION.
       01 RUN-AUDIT-STATUS PICTURE X(2) VALUE '00'.
       01 RUN-RECONCILE-STATUS PICTURE X(2) VALUE '00'.
       01 WAV-HEADER-STATUS PICTURE X(2) VALUE '00'.
       01 BASE-DATA-STATUS PICTURE X(2) VALUE '00'.
       01 CAND-DATA-STATUS PICTURE X(2) VALUE '00'.
       01 COMPARE-REPORT-STATUS PICTURE X(2) VALUE '00'.

       01 COMPARE-DATE-TEXT PICTURE X(8).
       01 COMPARE-TIME-TEXT PICTURE X(8).
       01 SETTING-TEXT PICTURE X(64).
       01 BASELINE-DIR PICTURE X(40).
       01 CANDIDATE-DIR PICTURE X(40).

      * THE RUN BEING LOADED: ITS DIRECTORY, THEN ITS IMAGES - ONE
      * ENTRY PER IMAGE, LATEST AUDIT LINE WINS. LOADED HERE AND
      * MOVED WHOLE INTO THE BASELINE OR CANDIDATE TABLE, WHICH
      * SHARE ITS LAYOUT FIELD FOR FIELD
       01 RUN-DIR-WORK PICTURE X(40).
       01 RUN-LOG-PATH PICTURE X(56).
       01 RUN-LOG-SWITCH PICTURE X.
           88 RUN-LOG-WAS-FOUND VALUE 'Y'.
       01 RUN-TABLE-FULL-SWITCH PICTURE X.
           88 RUN-TABLE-IS-FULL VALUE 'Y'.
       01 RUN-ENTRY-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 RUN-TABLE.
           02 RUN-ENTRY OCCURS compare-max TIMES.
               03 RN-IMAGE-ID PICTURE X(40).
               03 RN-OUTCOME PICTURE X(9).
               03 RN-FILE PICTURE X(40).
               03 RN-CHECKSUM PICTURE 9(18).
               03 RN-PROOF-FLAG PICTURE X.
               03 RN-MATCHED-FLAG PICTURE X.

       01 BASELINE-ENTRY-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 BASELINE-TABLE.
           02 BASELINE-ENTRY OCCURS compare-max TIMES.
               03 BL-IMAGE-ID PICTURE X(40).
               03 BL-OUTCOME PICTURE X(9).
               03 BL-FILE PICTURE X(40).
               03 BL-CHECKSUM PICTURE 9(18).
               03 BL-PROOF-FLAG PICTURE X.
               03 BL-MATCHED-FLAG PICTURE X.
       01 CANDIDATE-ENTRY-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 CANDIDATE-TABLE.
           02 CANDIDATE-ENTRY OCCURS compare-max TIMES.
               03 CD-IMAGE-ID PICTURE X(40).
               03 CD-OUTCOME PICTURE X(9).
               03 CD-FILE PICTURE X(40).
               03 CD-CHECKSUM PICTURE 9(18).
               03 CD-PROOF-FLAG PICTURE X.
               03 CD-MATCHED-FLAG PICTURE X.
       01 BASELINE-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 CANDIDATE-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 CANDIDATE-MATCH USAGE IS BINARY-LONG UNSIGNED.
       01 MATCH-INDEX USAGE IS BINARY-LONG UNSIGNED.

      * THE AUDIT OR RECONCILE LINE AT HAND, PARSED - EVERYTHING UP
      * TO THE OUTCOME IS FIXED WIDTH; OUTCOME AND ID ARE LOCATED PER
      * LINE BECAUSE THE OPTIONAL GAIN/PEAK FIELDS SHIFT THEM
       01 OUTCOME-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 ID-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 LINE-IMAGE-ID PICTURE X(40).
       01 LINE-FILE-WORK PICTURE X(40).
       01 SCAN-DONE-SWITCH PICTURE X.
           88 SCAN-IS-DONE VALUE 'Y'.

      * ONE IMAGE'S COMPARISON. A SIDE'S WAV PATH IS ITS RUN'S
      * DIRECTORY PLUS THE NAME ON ITS AUDIT LINE, LESS THE
      * '__inout__/' THE CONVERTING RUN WROTE IT UNDER
       01 COMPARE-IMAGE-ID PICTURE X(40).
       01 VERDICT-TEXT PICTURE X(9).
       01 VERDICT-DETAIL-TEXT PICTURE X(60).
       01 RESOLVE-DIR-WORK PICTURE X(40).
       01 RESOLVE-FILE-WORK PICTURE X(40).
       01 RESOLVE-NAME-WORK PICTURE X(40).
       01 RESOLVED-PATH PICTURE X(84).
       01 WAV-HEADER-PATH PICTURE X(84).
       01 BASE-WAV-PATH PICTURE X(84).
       01 CAND-WAV-PATH PICTURE X(84).
       01 HEADER-READ-SWITCH PICTURE X.
           88 HEADER-WAS-READ VALUE 'Y'.
       01 BASE-WAV-SWITCH PICTURE X.
           88 BASE-HAS-WAV VALUE 'Y'.
       01 CAND-WAV-SWITCH PICTURE X.
           88 CAND-HAS-WAV VALUE 'Y'.
       01 SAMPLES-WALKED-SWITCH PICTURE X.
           88 SAMPLES-WERE-WALKED VALUE 'Y'.
       01 BASE-HEADER.
           COPY WAVHDR REPLACING LEADING ==WH== BY ==BH==.
       01 CAND-HEADER.
           COPY WAVHDR REPLACING LEADING ==WH== BY ==CH==.

      * THE SIDE-BY-SIDE WALK. BOTH CHECKSUMS ARE BUILT EXACTLY AS
      * COMPARE-OUTPUT-SAMPLE BUILDS RECONCILE-CHECKSUM
       01 BASE-EOF-SWITCH PICTURE X.
           88 BASE-AT-END VALUE 'Y'.
       01 CAND-EOF-SWITCH PICTURE X.
           88 CAND-AT-END VALUE 'Y'.
       01 BASE-SAMPLE-TOTAL USAGE IS BINARY-DOUBLE UNSIGNED.
       01 CAND-SAMPLE-TOTAL USAGE IS BINARY-DOUBLE UNSIGNED.
       01 BASE-CHECKSUM USAGE IS BINARY-DOUBLE UNSIGNED.
       01 CAND-CHECKSUM USAGE IS BINARY-DOUBLE UNSIGNED.
       01 SAMPLE-OFFSET USAGE IS BINARY-DOUBLE UNSIGNED.
       01 FIRST-DIFF-OFFSET USAGE IS BINARY-DOUBLE UNSIGNED.
       01 DIFFERING-COUNT USAGE IS BINARY-DOUBLE UNSIGNED.
       01 SAMPLE-DEVIATION USAGE IS BINARY-LONG.
       01 MAX-DEVIATION USAGE IS BINARY-LONG.
       01 FIRST-DIFF-SWITCH PICTURE X.
           88 FIRST-DIFF-WAS-FOUND VALUE 'Y'.
       01 BASE-PROOF-SWITCH PICTURE X.
           88 BASE-PROOF-FAILED VALUE 'Y'.
       01 CAND-PROOF-SWITCH PICTURE X.
           88 CAND-PROOF-FAILED VALUE 'Y'.
       01 INDEX-VAR-M USAGE IS BINARY-LONG UNSIGNED.

      * ONE SIDE'S FIGURES FOR ITS REPORT LINE
       01 SIDE-LABEL-TEXT PICTURE X(9).
       01 SIDE-FILE-TEXT PICTURE X(40).
       01 SIDE-SAMPLE-TOTAL USAGE IS BINARY-DOUBLE UNSIGNED.
       01 SIDE-CHANNELS USAGE IS BINARY-LONG UNSIGNED.
       01 SIDE-RATE USAGE IS BINARY-LONG UNSIGNED.
       01 SIDE-CHECKSUM USAGE IS BINARY-DOUBLE UNSIGNED.
       01 SIDE-SAMPLE-COUNT USAGE IS BINARY-DOUBLE UNSIGNED.

       01 IDENTICAL-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 DIFFERENT-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 MISSING-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 PROOF-FAILURE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.

       01 REPORT-COUNT-TEXT PICTURE 9(9).
       01 REPORT-CHANNEL-TEXT PICTURE 9(2).
       01 REPORT-RATE-TEXT PICTURE 9(6).
       01 REPORT-CHECKSUM-TEXT PICTURE 9(18).
       01 REPORT-DEVIATION-TEXT PICTURE 9(5).
       01 REPORT-OUTCOME-TEXT PICTURE X(9).
       01 REPORT-LINE-POS USAGE IS BINARY-LONG UNSIGNED.

       PROCEDURE DIVISION.
           ACCEPT COMPARE-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT COMPARE-TIME-TEXT FROM TIME
           PERFORM INIT-COMPARE-SETTINGS

           MOVE BASELINE-DIR TO RUN-DIR-WORK
           PERFORM LOAD-RUN-LOGS
           EVALUATE TRUE
               WHEN NOT RUN-LOG-WAS-FOUND
                   DISPLAY 'AUDITORISE-COMPARE: NO BASELINE AUDIT LOG '
                       'AT ' RUN-LOG-PATH ' (STATUS ' RUN-AUDIT-STATUS
                       ') - RUN ABORTED' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN RUN-TABLE-IS-FULL
                   DISPLAY 'AUDITORISE-COMPARE: THE BASELINE HOLDS '
                       'MORE THAN 999 IMAGES - RUN ABORTED' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN RUN-ENTRY-COUNT IS ZERO
                   DISPLAY 'AUDITORISE-COMPARE: THE BASELINE AUDIT LOG '
                       'RECORDS NO IMAGES - RUN ABORTED' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE RUN-ENTRY-COUNT TO BASELINE-ENTRY-COUNT
           MOVE RUN-TABLE TO BASELINE-TABLE

           MOVE CANDIDATE-DIR TO RUN-DIR-WORK
           PERFORM LOAD-RUN-LOGS
           EVALUATE TRUE
               WHEN NOT RUN-LOG-WAS-FOUND
                   DISPLAY 'AUDITORISE-COMPARE: NO CANDIDATE AUDIT LOG '
                       'AT ' RUN-LOG-PATH ' (STATUS ' RUN-AUDIT-STATUS
                       ') - RUN ABORTED' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN RUN-TABLE-IS-FULL
                   DISPLAY 'AUDITORISE-COMPARE: THE CANDIDATE HOLDS '
                       'MORE THAN 999 IMAGES - RUN ABORTED' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE RUN-ENTRY-COUNT TO CANDIDATE-ENTRY-COUNT
           MOVE RUN-TABLE TO CANDIDATE-TABLE

           OPEN OUTPUT COMPARE-REPORT-FILE
           IF COMPARE-REPORT-STATUS NOT = '00'
               DISPLAY 'AUDITORISE-COMPARE: CANNOT OPEN '
                   '__inout__/compare-report.txt (STATUS '
                   COMPARE-REPORT-STATUS ') - RUN ABORTED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-COMPARE-HEADING

      *    EVERY BASELINE IMAGE IN ITS OWN ORDER, THEN WHATEVER THE
      *    CANDIDATE PRODUCED THAT THE BASELINE NEVER HAD
           PERFORM VARYING BASELINE-INDEX FROM 1 BY 1
           UNTIL BASELINE-INDEX IS GREATER THAN BASELINE-ENTRY-COUNT
               PERFORM COMPARE-BASELINE-IMAGE
           END-PERFORM
           PERFORM VARYING CANDIDATE-INDEX FROM 1 BY 1
           UNTIL CANDIDATE-INDEX IS GREATER THAN CANDIDATE-ENTRY-COUNT
               IF CD-MATCHED-FLAG(CANDIDATE-INDEX) IS NOT = 'Y'
                   PERFORM REPORT-CANDIDATE-ONLY
               END-IF
           END-PERFORM

           PERFORM WRITE-COMPARE-SUMMARY
           CLOSE COMPARE-REPORT-FILE

           DISPLAY 'COMPARISON COMPLETE - ' IDENTICAL-COUNT
               ' IDENTICAL, ' DIFFERENT-COUNT ' DIFFERENT, '
               MISSING-COUNT ' MISSING, ' PROOF-FAILURE-COUNT
               ' PROOF FAILURE(S)'
           IF DIFFERENT-COUNT IS GREATER THAN 0
           OR MISSING-COUNT IS GREATER THAN 0
           OR PROOF-FAILURE-COUNT IS GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
       INIT-COMPARE-SETTINGS SECTION.
      * A RUN DIRECTORY IS ONE TOKEN OF AT MOST 40 CHARACTERS. THERE
      * IS NO DEFAULT BASELINE - COMPARING AGAINST THE WRONG ONE
      * WOULD SIGN OFF THE WRONG THING
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT 'AUDITORISE-BASELINE'
           IF SETTING-TEXT = SPACES
               DISPLAY 'AUDITORISE-COMPARE: AUDITORISE-BASELINE NAMES '
                   'NO BASELINE RUN DIRECTORY - RUN ABORTED'
                   UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SETTING-TEXT(41:) IS NOT = SPACES
               DISPLAY 'AUDITORISE-COMPARE: AUDITORISE-BASELINE IS '
                   'LONGER THAN 40 CHARACTERS - RUN ABORTED'
                   UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SETTING-TEXT TO BASELINE-DIR

           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT 'AUDITORISE-CANDIDATE'
           IF SETTING-TEXT = SPACES
               MOVE '__inout__' TO SETTING-TEXT
           END-IF
           IF SETTING-TEXT(41:) IS NOT = SPACES
               DISPLAY 'AUDITORISE-COMPARE: AUDITORISE-CANDIDATE IS '
                   'LONGER THAN 40 CHARACTERS - RUN ABORTED'
                   UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SETTING-TEXT TO CANDIDATE-DIR.
       LOAD-RUN-LOGS SECTION.
      * RUN-DIR-WORK'S audit.log INTO RUN-TABLE, THEN ITS
      * reconcile.log FOR THE CHECKSUMS. A RUN WITHOUT A RECONCILE
      * LOG IS COMPARED ALL THE SAME - ITS WAVS JUST CANNOT BE PROVED
           MOVE 0 TO RUN-ENTRY-COUNT
           MOVE 'N' TO RUN-TABLE-FULL-SWITCH
           MOVE 'N' TO RUN-LOG-SWITCH
           MOVE SPACES TO RUN-LOG-PATH
           STRING RUN-DIR-WORK DELIMITED BY SPACE
               '/audit.log' DELIMITED BY SIZE
               INTO RUN-LOG-PATH
           OPEN INPUT RUN-AUDIT-FILE
           IF RUN-AUDIT-STATUS NOT = '00'
               EXIT SECTION
           END-IF
           MOVE 'Y' TO RUN-LOG-SWITCH
           MOVE 'N' TO SCAN-DONE-SWITCH
           PERFORM UNTIL SCAN-IS-DONE
               READ RUN-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO SCAN-DONE-SWITCH
                   NOT AT END
                       PERFORM COLLECT-RUN-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE RUN-AUDIT-FILE

           MOVE SPACES TO RUN-LOG-PATH
           STRING RUN-DIR-WORK DELIMITED BY SPACE
               '/reconcile.log' DELIMITED BY SIZE
               INTO RUN-LOG-PATH
           OPEN INPUT RUN-RECONCILE-FILE
           IF RUN-RECONCILE-STATUS = '00'
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ RUN-RECONCILE-FILE
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           PERFORM APPLY-RUN-RECONCILE-LINE
                   END-READ
               END-PERFORM
               CLOSE RUN-RECONCILE-FILE
           END-IF.
       COLLECT-RUN-AUDIT-LINE SECTION.
      * ONLY A LINE WITH AN OUTCOME IS AN ATTEMPT (A NEAR-DUPLICATE
      * NOTE HAS NONE). DATE, IMAGE AND FILE SIT AT FIXED COLUMNS
           MOVE 0 TO OUTCOME-LABEL-OFFSET
           INSPECT RUN-AUDIT-RECORD TALLYING
               OUTCOME-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' OUTCOME='
           IF OUTCOME-LABEL-OFFSET IS GREATER THAN 242
               EXIT SECTION
           END-IF
           MOVE SPACES TO LINE-IMAGE-ID
           MOVE 0 TO ID-LABEL-OFFSET
           INSPECT RUN-AUDIT-RECORD TALLYING
               ID-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' ID='
           IF ID-LABEL-OFFSET IS NOT GREATER THAN 255
               UNSTRING RUN-AUDIT-RECORD(ID-LABEL-OFFSET + 5:)
                   DELIMITED BY SPACE
                   INTO LINE-IMAGE-ID
           END-IF
           IF LINE-IMAGE-ID = SPACES
               STRING 'IMAGE=' DELIMITED BY SIZE
                   RUN-AUDIT-RECORD(25:6) DELIMITED BY SIZE
                   INTO LINE-IMAGE-ID
           END-IF

      *    THE LATER LINE FOR AN IMAGE REFRESHES ITS ENTRY
           MOVE 0 TO MATCH-INDEX
           PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
           UNTIL INDEX-VAR-M IS GREATER THAN RUN-ENTRY-COUNT
               IF RN-IMAGE-ID(INDEX-VAR-M) = LINE-IMAGE-ID
                   MOVE INDEX-VAR-M TO MATCH-INDEX
               END-IF
           END-PERFORM
           IF MATCH-INDEX IS ZERO
               IF RUN-ENTRY-COUNT IS LESS THAN compare-max
                   ADD 1 TO RUN-ENTRY-COUNT
                   MOVE RUN-ENTRY-COUNT TO MATCH-INDEX
               ELSE
                   MOVE 'Y' TO RUN-TABLE-FULL-SWITCH
                   EXIT SECTION
               END-IF
           END-IF
           MOVE LINE-IMAGE-ID TO RN-IMAGE-ID(MATCH-INDEX)
           MOVE RUN-AUDIT-RECORD(OUTCOME-LABEL-OFFSET + 10:9)
               TO RN-OUTCOME(MATCH-INDEX)
           MOVE RUN-AUDIT-RECORD(37:40) TO RN-FILE(MATCH-INDEX)
           MOVE 0 TO RN-CHECKSUM(MATCH-INDEX)
           MOVE 'N' TO RN-PROOF-FLAG(MATCH-INDEX)
           MOVE 'N' TO RN-MATCHED-FLAG(MATCH-INDEX).
       APPLY-RUN-RECONCILE-LINE SECTION.
      * THE LATEST RECONCILE LINE FOR A FILE WINS. ONLY A VERIFIED
      * LINE'S CHECKSUM IS A PROOF; THE CHECKSUM SITS AT A FIXED
      * COLUMN BECAUSE EVERY FIELD BEFORE IT IS FIXED WIDTH
           MOVE RUN-RECONCILE-RECORD(24:40) TO LINE-FILE-WORK
           MOVE 0 TO OUTCOME-LABEL-OFFSET
           INSPECT RUN-RECONCILE-RECORD TALLYING
               OUTCOME-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' OUTCOME='
           IF OUTCOME-LABEL-OFFSET IS GREATER THAN 182
               EXIT SECTION
           END-IF
           PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
           UNTIL INDEX-VAR-M IS GREATER THAN RUN-ENTRY-COUNT
               IF RN-FILE(INDEX-VAR-M) = LINE-FILE-WORK
                   IF RUN-RECONCILE-RECORD(OUTCOME-LABEL-OFFSET + 10:8)
                       = 'VERIFIED'
                   AND RUN-RECONCILE-RECORD(129:18) IS NUMERIC
                       MOVE RUN-RECONCILE-RECORD(129:18)
                           TO RN-CHECKSUM(INDEX-VAR-M)
                       MOVE 'Y' TO RN-PROOF-FLAG(INDEX-VAR-M)
                   ELSE
                       MOVE 0 TO RN-CHECKSUM(INDEX-VAR-M)
                       MOVE 'N' TO RN-PROOF-FLAG(INDEX-VAR-M)
                   END-IF
               END-IF
           END-PERFORM.
       COMPARE-BASELINE-IMAGE SECTION.
           MOVE BL-IMAGE-ID(BASELINE-INDEX) TO COMPARE-IMAGE-ID
           MOVE 0 TO CANDIDATE-MATCH
           PERFORM VARYING CANDIDATE-INDEX FROM 1 BY 1
           UNTIL CANDIDATE-INDEX IS GREATER THAN CANDIDATE-ENTRY-COUNT
               IF CD-IMAGE-ID(CANDIDATE-INDEX) = COMPARE-IMAGE-ID
                   MOVE CANDIDATE-INDEX TO CANDIDATE-MATCH
               END-IF
           END-PERFORM

           MOVE 'N' TO SAMPLES-WALKED-SWITCH
           MOVE 'N' TO BASE-PROOF-SWITCH
           MOVE 'N' TO CAND-PROOF-SWITCH
           IF CANDIDATE-MATCH IS ZERO
               MOVE 'MISSING' TO VERDICT-TEXT
               MOVE 'NOT IN THE CANDIDATE RUN' TO VERDICT-DETAIL-TEXT
               ADD 1 TO MISSING-COUNT
               PERFORM WRITE-IMAGE-LINES
               EXIT SECTION
           END-IF
           MOVE 'Y' TO CD-MATCHED-FLAG(CANDIDATE-MATCH)

           MOVE BASELINE-DIR TO RESOLVE-DIR-WORK
           MOVE BL-FILE(BASELINE-INDEX) TO RESOLVE-FILE-WORK
           PERFORM RESOLVE-WAV-PATH
           MOVE RESOLVED-PATH TO BASE-WAV-PATH
           PERFORM READ-WAV-HEADER
           MOVE HEADER-READ-SWITCH TO BASE-WAV-SWITCH
           MOVE WAV-HEADER-RECORD TO BASE-HEADER

           MOVE CANDIDATE-DIR TO RESOLVE-DIR-WORK
           MOVE CD-FILE(CANDIDATE-MATCH) TO RESOLVE-FILE-WORK
           PERFORM RESOLVE-WAV-PATH
           MOVE RESOLVED-PATH TO CAND-WAV-PATH
           PERFORM READ-WAV-HEADER
           MOVE HEADER-READ-SWITCH TO CAND-WAV-SWITCH
           MOVE WAV-HEADER-RECORD TO CAND-HEADER

           MOVE SPACES TO VERDICT-DETAIL-TEXT
           EVALUATE TRUE
               WHEN NOT BASE-HAS-WAV AND NOT CAND-HAS-WAV
                   IF BL-OUTCOME(BASELINE-INDEX) =
                       CD-OUTCOME(CANDIDATE-MATCH)
                       MOVE 'IDENTICAL' TO VERDICT-TEXT
                       ADD 1 TO IDENTICAL-COUNT
                       MOVE 'NO OUTPUT IN EITHER RUN'
                           TO VERDICT-DETAIL-TEXT
                   ELSE
                       MOVE 'DIFFERENT' TO VERDICT-TEXT
                       ADD 1 TO DIFFERENT-COUNT
                       MOVE 'NO OUTPUT IN EITHER RUN - THE OUTCOMES '
                           & 'DIFFER' TO VERDICT-DETAIL-TEXT
                   END-IF
               WHEN NOT BASE-HAS-WAV
                   MOVE 'MISSING' TO VERDICT-TEXT
                   ADD 1 TO MISSING-COUNT
                   MOVE 'NO READABLE BASELINE WAV'
                       TO VERDICT-DETAIL-TEXT
               WHEN NOT CAND-HAS-WAV
                   MOVE 'MISSING' TO VERDICT-TEXT
                   ADD 1 TO MISSING-COUNT
                   MOVE 'NO READABLE CANDIDATE WAV'
                       TO VERDICT-DETAIL-TEXT
               WHEN OTHER
                   PERFORM WALK-SAMPLE-STREAMS
                   PERFORM JUDGE-SAMPLE-STREAMS
           END-EVALUATE
           PERFORM WRITE-IMAGE-LINES.
       RESOLVE-WAV-PATH SECTION.
      * RESOLVE-FILE-WORK AS NAMED ON AN AUDIT LINE, FOUND IN
      * RESOLVE-DIR-WORK. A BLANK FILE (THE IMAGE FAILED BEFORE ITS
      * WAV WAS WRITTEN) RESOLVES TO A BLANK PATH
           MOVE SPACES TO RESOLVED-PATH
           IF RESOLVE-FILE-WORK = SPACES
               EXIT SECTION
           END-IF
           IF RESOLVE-FILE-WORK(1:10) = '__inout__/'
               MOVE RESOLVE-FILE-WORK(11:) TO RESOLVE-NAME-WORK
           ELSE
               MOVE RESOLVE-FILE-WORK TO RESOLVE-NAME-WORK
           END-IF
           STRING RESOLVE-DIR-WORK DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               RESOLVE-NAME-WORK DELIMITED BY SPACE
               INTO RESOLVED-PATH.
       READ-WAV-HEADER SECTION.
      * THE WAV AT RESOLVED-PATH COUNTS ONLY IF IT OPENS AND HOLDS A
      * WHOLE HEADER - THE SAME TEST THE SWEEP APPLIES
           MOVE 'N' TO HEADER-READ-SWITCH
           MOVE SPACES TO WAV-HEADER-RECORD
           IF RESOLVED-PATH = SPACES
               EXIT SECTION
           END-IF
           MOVE RESOLVED-PATH TO WAV-HEADER-PATH
           OPEN INPUT WAV-HEADER-FILE
           IF WAV-HEADER-STATUS NOT = '00'
               EXIT SECTION
           END-IF
           READ WAV-HEADER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO HEADER-READ-SWITCH
           END-READ
           CLOSE WAV-HEADER-FILE.
       WALK-SAMPLE-STREAMS SECTION.
      * BOTH data CHUNKS, 2 BYTES AT A TIME, PAST THE 22 RECORDS OF
      * EACH HEADER, SIDE BY SIDE UNTIL BOTH ARE EXHAUSTED
           MOVE 'Y' TO SAMPLES-WALKED-SWITCH
           MOVE 0 TO BASE-SAMPLE-TOTAL
           MOVE 0 TO CAND-SAMPLE-TOTAL
           MOVE 0 TO BASE-CHECKSUM
           MOVE 0 TO CAND-CHECKSUM
           MOVE 0 TO SAMPLE-OFFSET
           MOVE 0 TO FIRST-DIFF-OFFSET
           MOVE 0 TO DIFFERING-COUNT
           MOVE 0 TO MAX-DEVIATION
           MOVE 'N' TO FIRST-DIFF-SWITCH

           MOVE 'N' TO BASE-EOF-SWITCH
           OPEN INPUT BASE-DATA-FILE
           IF BASE-DATA-STATUS NOT = '00'
               MOVE 'Y' TO BASE-EOF-SWITCH
           ELSE
               PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
               UNTIL INDEX-VAR-M IS GREATER THAN 22
                   READ BASE-DATA-FILE
                   END-READ
               END-PERFORM
               PERFORM READ-BASE-SAMPLE
           END-IF
           MOVE 'N' TO CAND-EOF-SWITCH
           OPEN INPUT CAND-DATA-FILE
           IF CAND-DATA-STATUS NOT = '00'
               MOVE 'Y' TO CAND-EOF-SWITCH
           ELSE
               PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
               UNTIL INDEX-VAR-M IS GREATER THAN 22
                   READ CAND-DATA-FILE
                   END-READ
               END-PERFORM
               PERFORM READ-CAND-SAMPLE
           END-IF

           PERFORM UNTIL BASE-AT-END AND CAND-AT-END
               PERFORM JUDGE-SAMPLE-PAIR
               ADD 1 TO SAMPLE-OFFSET
               IF NOT BASE-AT-END
                   PERFORM READ-BASE-SAMPLE
               END-IF
               IF NOT CAND-AT-END
                   PERFORM READ-CAND-SAMPLE
               END-IF
           END-PERFORM

           IF BASE-DATA-STATUS NOT = '35'
               CLOSE BASE-DATA-FILE
           END-IF
           IF CAND-DATA-STATUS NOT = '35'
               CLOSE CAND-DATA-FILE
           END-IF.
       READ-BASE-SAMPLE SECTION.
           READ BASE-DATA-FILE
               AT END
                   MOVE 'Y' TO BASE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO BASE-SAMPLE-TOTAL
                   ADD BS-SAMPLE TO BASE-CHECKSUM
                   ADD 32768 TO BASE-CHECKSUM
           END-READ.
       READ-CAND-SAMPLE SECTION.
           READ CAND-DATA-FILE
               AT END
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CAND-SAMPLE-TOTAL
                   ADD CS-SAMPLE TO CAND-CHECKSUM
                   ADD 32768 TO CAND-CHECKSUM
           END-READ.
       JUDGE-SAMPLE-PAIR SECTION.
      * A SAMPLE ONLY ONE SIDE HAS DIFFERS, BUT HAS NOTHING TO
      * DEVIATE FROM - THE DEVIATION IS MEASURED ON THE COMMON SPAN
           EVALUATE TRUE
               WHEN BASE-AT-END OR CAND-AT-END
                   PERFORM NOTE-SAMPLE-DIFFERENCE
               WHEN BS-SAMPLE IS NOT = CS-SAMPLE
                   SUBTRACT CS-SAMPLE FROM BS-SAMPLE
                       GIVING SAMPLE-DEVIATION
                   IF SAMPLE-DEVIATION IS LESS THAN 0
                       SUBTRACT SAMPLE-DEVIATION FROM 0
                           GIVING SAMPLE-DEVIATION
                   END-IF
                   IF SAMPLE-DEVIATION IS GREATER THAN MAX-DEVIATION
                       MOVE SAMPLE-DEVIATION TO MAX-DEVIATION
                   END-IF
                   PERFORM NOTE-SAMPLE-DIFFERENCE
           END-EVALUATE.
       NOTE-SAMPLE-DIFFERENCE SECTION.
           ADD 1 TO DIFFERING-COUNT
           IF NOT FIRST-DIFF-WAS-FOUND
               MOVE SAMPLE-OFFSET TO FIRST-DIFF-OFFSET
               MOVE 'Y' TO FIRST-DIFF-SWITCH
           END-IF.
       JUDGE-SAMPLE-STREAMS SECTION.
      * IDENTICAL MEANS THE SAME SHAPE AND THE SAME SAMPLES. EACH
      * SIDE IS ALSO HELD TO THE CHECKSUM ITS OWN RUN PROVED
           IF DIFFERING-COUNT IS ZERO
           AND BH-NUM-CHANNELS = CH-NUM-CHANNELS
           AND BH-SAMPLE-RATE = CH-SAMPLE-RATE
               MOVE 'IDENTICAL' TO VERDICT-TEXT
               ADD 1 TO IDENTICAL-COUNT
           ELSE
               MOVE 'DIFFERENT' TO VERDICT-TEXT
               ADD 1 TO DIFFERENT-COUNT
           END-IF
           IF BL-PROOF-FLAG(BASELINE-INDEX) = 'Y'
           AND BASE-CHECKSUM IS NOT = BL-CHECKSUM(BASELINE-INDEX)
               MOVE 'Y' TO BASE-PROOF-SWITCH
               ADD 1 TO PROOF-FAILURE-COUNT
           END-IF
           IF CD-PROOF-FLAG(CANDIDATE-MATCH) = 'Y'
           AND CAND-CHECKSUM IS NOT = CD-CHECKSUM(CANDIDATE-MATCH)
               MOVE 'Y' TO CAND-PROOF-SWITCH
               ADD 1 TO PROOF-FAILURE-COUNT
           END-IF.
       REPORT-CANDIDATE-ONLY SECTION.
      * THE CANDIDATE PRODUCED AN IMAGE THE BASELINE NEVER HAD - THE
      * RUNS WERE NOT OF THE SAME MANIFEST, OR THE CANDIDATE'S LOGS
      * STILL HOLD AN EARLIER RUN
           MOVE CD-IMAGE-ID(CANDIDATE-INDEX) TO COMPARE-IMAGE-ID
           MOVE 0 TO BASELINE-INDEX
           MOVE CANDIDATE-INDEX TO CANDIDATE-MATCH
           MOVE 'N' TO SAMPLES-WALKED-SWITCH
           MOVE 'N' TO BASE-PROOF-SWITCH
           MOVE 'N' TO CAND-PROOF-SWITCH
           MOVE 'MISSING' TO VERDICT-TEXT
           MOVE 'NOT IN THE BASELINE RUN' TO VERDICT-DETAIL-TEXT
           ADD 1 TO MISSING-COUNT
           PERFORM WRITE-IMAGE-LINES.
       WRITE-IMAGE-LINES SECTION.
      * THE VERDICT LINE, THEN WHAT LIES BEHIND IT. A ZERO INDEX IS
      * A SIDE THE IMAGE NEVER APPEARED IN
           MOVE SPACES TO COMPARE-REPORT-RECORD
           MOVE 1 TO REPORT-LINE-POS
           STRING 'ID=' DELIMITED BY SIZE
               COMPARE-IMAGE-ID DELIMITED BY SPACE
               ' VERDICT=' DELIMITED BY SIZE
               VERDICT-TEXT DELIMITED BY SPACE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           IF BASELINE-INDEX IS ZERO
               MOVE '(NONE)' TO REPORT-OUTCOME-TEXT
           ELSE
               MOVE BL-OUTCOME(BASELINE-INDEX) TO REPORT-OUTCOME-TEXT
           END-IF
           STRING ' BASELINE-OUTCOME=' DELIMITED BY SIZE
               REPORT-OUTCOME-TEXT DELIMITED BY SPACE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           IF CANDIDATE-MATCH IS ZERO
               MOVE '(NONE)' TO REPORT-OUTCOME-TEXT
           ELSE
               MOVE CD-OUTCOME(CANDIDATE-MATCH) TO REPORT-OUTCOME-TEXT
           END-IF
           STRING ' CANDIDATE-OUTCOME=' DELIMITED BY SIZE
               REPORT-OUTCOME-TEXT DELIMITED BY SPACE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           PERFORM PUT-COMPARE-LINE

           IF VERDICT-DETAIL-TEXT IS NOT = SPACES
               MOVE SPACES TO COMPARE-REPORT-RECORD
               STRING '    DETAIL=' DELIMITED BY SIZE
                   VERDICT-DETAIL-TEXT DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
               PERFORM PUT-COMPARE-LINE
           END-IF

           IF SAMPLES-WERE-WALKED AND VERDICT-TEXT = 'DIFFERENT'
               MOVE 'BASELINE' TO SIDE-LABEL-TEXT
               MOVE BL-FILE(BASELINE-INDEX) TO SIDE-FILE-TEXT
               MOVE BASE-SAMPLE-TOTAL TO SIDE-SAMPLE-TOTAL
               MOVE BH-NUM-CHANNELS TO SIDE-CHANNELS
               MOVE BH-SAMPLE-RATE TO SIDE-RATE
               MOVE BASE-CHECKSUM TO SIDE-CHECKSUM
               PERFORM WRITE-SIDE-LINE
               MOVE 'CANDIDATE' TO SIDE-LABEL-TEXT
               MOVE CD-FILE(CANDIDATE-MATCH) TO SIDE-FILE-TEXT
               MOVE CAND-SAMPLE-TOTAL TO SIDE-SAMPLE-TOTAL
               MOVE CH-NUM-CHANNELS TO SIDE-CHANNELS
               MOVE CH-SAMPLE-RATE TO SIDE-RATE
               MOVE CAND-CHECKSUM TO SIDE-CHECKSUM
               PERFORM WRITE-SIDE-LINE

               MOVE SPACES TO COMPARE-REPORT-RECORD
               MOVE 1 TO REPORT-LINE-POS
               IF FIRST-DIFF-WAS-FOUND
                   MOVE FIRST-DIFF-OFFSET TO REPORT-COUNT-TEXT
                   STRING '    FIRST-DIFF-OFFSET=' DELIMITED BY SIZE
                       REPORT-COUNT-TEXT DELIMITED BY SIZE
                       INTO COMPARE-REPORT-RECORD
                       WITH POINTER REPORT-LINE-POS
               ELSE
                   STRING '    FIRST-DIFF-OFFSET=NONE'
                       DELIMITED BY SIZE
                       INTO COMPARE-REPORT-RECORD
                       WITH POINTER REPORT-LINE-POS
               END-IF
               MOVE MAX-DEVIATION TO REPORT-DEVIATION-TEXT
               MOVE DIFFERING-COUNT TO REPORT-COUNT-TEXT
               STRING ' MAX-DEVIATION=' DELIMITED BY SIZE
                   REPORT-DEVIATION-TEXT DELIMITED BY SIZE
                   ' DIFFERING-SAMPLES=' DELIMITED BY SIZE
                   REPORT-COUNT-TEXT DELIMITED BY SIZE
                   INTO COMPARE-REPORT-RECORD
                   WITH POINTER REPORT-LINE-POS
               PERFORM PUT-COMPARE-LINE
           END-IF

           IF BASE-PROOF-FAILED
               MOVE '    PROOF-FAILURE=THE BASELINE WAV NO LONGER '
                   & 'MATCHES ITS reconcile.log CHECKSUM'
                   TO COMPARE-REPORT-RECORD
               PERFORM PUT-COMPARE-LINE
           END-IF
           IF CAND-PROOF-FAILED
               MOVE '    PROOF-FAILURE=THE CANDIDATE WAV DOES NOT '
                   & 'MATCH ITS reconcile.log CHECKSUM'
                   TO COMPARE-REPORT-RECORD
               PERFORM PUT-COMPARE-LINE
           END-IF.
       WRITE-SIDE-LINE SECTION.
      * ONE SIDE OF A DIFFERENT IMAGE. SAMPLES IS PER CHANNEL, AS ON
      * THE AUDIT LINE
           IF SIDE-CHANNELS IS GREATER THAN 0
               DIVIDE SIDE-SAMPLE-TOTAL BY SIDE-CHANNELS
                   GIVING SIDE-SAMPLE-COUNT
           ELSE
               MOVE SIDE-SAMPLE-TOTAL TO SIDE-SAMPLE-COUNT
           END-IF
           MOVE SIDE-SAMPLE-COUNT TO REPORT-COUNT-TEXT
           MOVE SIDE-CHANNELS TO REPORT-CHANNEL-TEXT
           MOVE SIDE-RATE TO REPORT-RATE-TEXT
           MOVE SIDE-CHECKSUM TO REPORT-CHECKSUM-TEXT
           MOVE SPACES TO COMPARE-REPORT-RECORD
           MOVE 1 TO REPORT-LINE-POS
           STRING '    ' DELIMITED BY SIZE
               SIDE-LABEL-TEXT DELIMITED BY SIZE
               ' FILE=' DELIMITED BY SIZE
               SIDE-FILE-TEXT DELIMITED BY SIZE
               ' SAMPLES=' DELIMITED BY SIZE
               REPORT-COUNT-TEXT DELIMITED BY SIZE
               ' CHANNELS=' DELIMITED BY SIZE
               REPORT-CHANNEL-TEXT DELIMITED BY SIZE
               ' RATE=' DELIMITED BY SIZE
               REPORT-RATE-TEXT DELIMITED BY SIZE
               ' CHECKSUM=' DELIMITED BY SIZE
               REPORT-CHECKSUM-TEXT DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           PERFORM PUT-COMPARE-LINE.
       WRITE-COMPARE-HEADING SECTION.
           MOVE SPACES TO COMPARE-REPORT-RECORD
           MOVE 1 TO REPORT-LINE-POS
           STRING 'AUDITORISE REGRESSION COMPARISON    RUN '
                   DELIMITED BY SIZE
               COMPARE-DATE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               COMPARE-TIME-TEXT DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           PERFORM PUT-COMPARE-LINE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING 'BASELINE RUN:  ' DELIMITED BY SIZE
               BASELINE-DIR DELIMITED BY SPACE
               INTO COMPARE-REPORT-RECORD
           PERFORM PUT-COMPARE-LINE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING 'CANDIDATE RUN: ' DELIMITED BY SIZE
               CANDIDATE-DIR DELIMITED BY SPACE
               INTO COMPARE-REPORT-RECORD
           PERFORM PUT-COMPARE-LINE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           PERFORM PUT-COMPARE-LINE.
       WRITE-COMPARE-SUMMARY SECTION.
           MOVE SPACES TO COMPARE-REPORT-RECORD
           PERFORM PUT-COMPARE-LINE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           MOVE 1 TO REPORT-LINE-POS
           MOVE IDENTICAL-COUNT TO REPORT-COUNT-TEXT
           STRING 'IDENTICAL=' DELIMITED BY SIZE
               REPORT-COUNT-TEXT DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           MOVE DIFFERENT-COUNT TO REPORT-COUNT-TEXT
           STRING ' DIFFERENT=' DELIMITED BY SIZE
               REPORT-COUNT-TEXT DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           MOVE MISSING-COUNT TO REPORT-COUNT-TEXT
           STRING ' MISSING=' DELIMITED BY SIZE
               REPORT-COUNT-TEXT DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           MOVE PROOF-FAILURE-COUNT TO REPORT-COUNT-TEXT
           STRING ' PROOF-FAILURES=' DELIMITED BY SIZE
               REPORT-COUNT-TEXT DELIMITED BY SIZE
               INTO COMPARE-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           PERFORM PUT-COMPARE-LINE

           IF DIFFERENT-COUNT IS GREATER THAN 0
           OR MISSING-COUNT IS GREATER THAN 0
           OR PROOF-FAILURE-COUNT IS GREATER THAN 0
               MOVE 'RESULT: FAIL - THE CANDIDATE DOES NOT REPRODUCE '
                   & 'THE BASELINE' TO COMPARE-REPORT-RECORD
           ELSE
               MOVE 'RESULT: PASS - THE CANDIDATE REPRODUCES THE '
                   & 'BASELINE' TO COMPARE-REPORT-RECORD
           END-IF
           PERFORM PUT-COMPARE-LINE
           MOVE SPACES TO COMPARE-REPORT-RECORD
           PERFORM PUT-COMPARE-LINE
           MOVE 'APPROVED FOR RELEASE BY ________  DATE ________'
               TO COMPARE-REPORT-RECORD
           PERFORM PUT-COMPARE-LINE.
       PUT-COMPARE-LINE SECTION.
           WRITE COMPARE-REPORT-RECORD
           DISPLAY COMPARE-REPORT-RECORD.
       END PROGRAM AUDITORISE-COMPARE.
