      * INQUIRY AND MAINTENANCE CONSOLE FOR THE CONVERSION CATALOG
      * ('__inout__/catalog.dat', KEYED ON CAT-FINGERPRINT - SEE
      * CATREC.CPY). AUDITORISE-CORE WRITES THE CATALOG BUT NOTHING
      * ELSE IN THE SHOP COULD READ IT BACK; THIS CONSOLE CAN. SIX
      * SCREENS, DRIVEN CONVERSATIONALLY OVER THE SAME STDIN/STDOUT
      * CHANNEL EVERY OTHER PROGRAM IN THIS SYSTEM USES:
      *   1 - LIST ENTRIES, FILTERED BY COMPLETION DATE OR OUTPUT FILE
      *       '__inout__/reconcile.log' AFTER A CORRUPTION - EVERY
      *       CATALOGUED CONVERSION'S AUDIT LINE CARRIES ITS KEY
      *       (SEE WRITE-AUDIT-LOG-ENTRY), SO THE LOGS ALONE HOLD
      *       EVERYTHING A RECORD NEEDS - BAR THE PERCEPTUAL
      *       SIGNATURE, WHICH NEEDS THE PIXELS. A REBUILT RECORD IS
      *       UNSIGNED, AND NEAR-DUPLICATE DETECTION PASSES IT OVER
      *       UNTIL ITS IMAGE IS NEXT CONVERTED
      *   4 - EXPORT THE WHOLE CATALOG AS A READABLE REPORT FOR THE
      *       MONTHLY ARCHIVE REVIEW
      *   5 - LINEAGE INQUIRY: EVERY CONVERSION ATTEMPT EVER MADE FOR
      *       ONE IMAGE ID, IN DATE ORDER, FROM THE LINEAGE HISTORY
      *       '__inout__/history.dat' (SEE HISTREC.CPY) - OUTCOME,
      *       OUTPUT, SAMPLES, REJECTS, CORRECTIONS APPLIED, CATALOG
      *       KEY, AND THE OUTPUT'S VERDICT IN THE LATEST ARCHIVE
      *       SWEEP ('__inout__/sweep-report.txt')
      *   6 - REBUILD THE LINEAGE HISTORY FROM EVERY AUDIT LOG (THE
      *       ROLLED audit-YYYYMMDD.log ARCHIVES, THEN audit.log) AND
      *       THE APPLIED CORRECTIONS IN '__inout__/corrections.dat'
      * NOTHING HERE EVER TOUCHES A WAV - THE CONSOLE JUDGES AND
      * REPAIRS THE CATALOG'S RECORDS, NEVER THE FILES THEY ATTEST.

               ASSIGN TO '__inout__/catalog-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-REPORT-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO '__inout__/history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT SWEEP-REPORT-FILE
               ASSIGN TO '__inout__/sweep-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-REPORT-STATUS.
           SELECT CORRECTIONS-FILE
               ASSIGN TO '__inout__/corrections.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CORRECTIONS-STATUS.
      *    THE ls OUTPUT NAMING THE ROLLED AUDIT ARCHIVES, AND EACH
      *    AUDIT LOG IN TURN AS THE LINEAGE REBUILD READS IT
           SELECT ARCHIVE-LIST-FILE
               ASSIGN TO '__inout__/lineage.list'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-LIST-STATUS.
           SELECT LINEAGE-LOG-FILE ASSIGN DYNAMIC LINEAGE-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINEAGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-REPORT-FILE.
       01 CATALOG-REPORT-RECORD PICTURE X(160).

       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY HISTREC.

       FD  SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-RECORD PICTURE X(160).

       FD  CORRECTIONS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01 CORRECTIONS-RECORD.
           COPY CORREC.

       FD  ARCHIVE-LIST-FILE.
       01 ARCHIVE-LIST-RECORD PICTURE X(64).

       FD  LINEAGE-LOG-FILE.
       01 LINEAGE-LOG-RECORD PICTURE X(260).

       WORKING-STORAGE SECTION.
       01 CATALOG-STATUS PICTURE X(2) VALUE '00'.
       01 WAV-HEADER-STATUS PICTURE X(2) VALUE '00'.
       01 AUDIT-LOG-STATUS PICTURE X(2) VALUE '00'.
       01 RECONCILE-LOG-STATUS PICTURE X(2) VALUE '00'.
       01 CATALOG-REPORT-STATUS PICTURE X(2) VALUE '00'.
       01 HISTORY-STATUS PICTURE X(2) VALUE '00'.
       01 SWEEP-REPORT-STATUS PICTURE X(2) VALUE '00'.
       01 CORRECTIONS-STATUS PICTURE X(2) VALUE '00'.
       01 ARCHIVE-LIST-STATUS PICTURE X(2) VALUE '00'.
       01 LINEAGE-LOG-STATUS PICTURE X(2) VALUE '00'.

       01 WAV-FILENAME PICTURE X(40) VALUE SPACES.

       01 LIST-LINE-WORK PICTURE X(160).
       01 REPORT-COUNT-TEXT PICTURE 9(6).

      * LINEAGE INQUIRY STATE. THE SWEEP VERDICT ONLY SPEAKS FOR AN
      * ATTEMPT WHOSE KEY STILL OWNS ITS OUTPUT IN THE CATALOG - A
      * NUMBERED WAV NAME REUSED BY A LATER RUN HOLDS SOMEBODY
      * ELSE'S BYTES NOW
       01 INQUIRY-IMAGE-ID PICTURE X(40) VALUE SPACES.
       01 ATTEMPTS-FOUND USAGE IS BINARY-LONG UNSIGNED.
       01 LINEAGE-DONE-SWITCH PICTURE X.
           88 LINEAGE-IS-DONE VALUE 'Y'.
       01 CATALOG-OPEN-SWITCH PICTURE X VALUE 'N'.
           88 CATALOG-IS-OPEN VALUE 'Y'.
       01 SWEEP-VERDICT-WORK PICTURE X(12).
      * THE PROOF THE ATTEMPT'S CATALOG ENTRY CARRIES - A SWEEP LINE
      * FOR THE SAME FILE NAME ONLY SPEAKS FOR THIS ATTEMPT IF IT
      * PROVED THE SAME CHECKSUM
       01 LINEAGE-CHECKSUM PICTURE 9(18).
       01 SWEEP-OTHER-SWITCH PICTURE X.
           88 SWEEP-SAW-OTHER-BYTES VALUE 'Y'.
       01 LINEAGE-LINE-WORK PICTURE X(200).

      * LINEAGE REBUILD STATE - THE FIRST PASS OVER THE LOGS ONLY
      * COUNTS, SO THE OPERATOR SEES WHAT A REBUILD WOULD HOLD
      * BEFORE THE OLD HISTORY IS REPLACED; THE SECOND WRITES
       01 SHELL-COMMAND PICTURE X(200).
       01 LINEAGE-LOG-PATH PICTURE X(64).
       01 REBUILD-PASS-SWITCH PICTURE X VALUE 'C'.
           88 REBUILD-IS-WRITING VALUE 'W'.
       01 LIST-DONE-SWITCH PICTURE X.
           88 LIST-IS-DONE VALUE 'Y'.
       01 LINEAGE-LOG-COUNT PICTURE 9(4).
       01 LINEAGE-LINE-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 LINEAGE-WRITTEN-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 ID-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 REJECTS-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 PROFILE-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 VERSION-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 HISTORY-FILED-SWITCH PICTURE X.
           88 HISTORY-IS-FILED VALUE 'Y'.

      * APPLIED CORRECTIONS PER IMAGE ID. corrections.dat SAYS A
      * CORRECTION WAS APPLIED BUT NOT WHEN, SO THE REBUILD CREDITS
      * THEM TO THE ATTEMPT THAT CLEARED THE IMAGE'S LATEST REJECTS
      * (THE FIRST COMPLETED ATTEMPT WITH NONE AFTER ONE WITH SOME),
      * ELSE TO ITS LATEST COMPLETED ATTEMPT
       01 CORRECTED-ID-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 CORRECTED-ID-TABLE.
           02 CORRECTED-ID-ENTRY OCCURS 999 TIMES.
               03 CI-IMAGE-ID PICTURE X(20).
               03 CI-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 CORRECTED-CREDIT-COUNT PICTURE 9(6).
       01 CANDIDATE-KEY PICTURE X(58).
       01 FALLBACK-KEY PICTURE X(58).
       01 PRIOR-REJECTS-SWITCH PICTURE X.
           88 PRIOR-ATTEMPT-HAD-REJECTS VALUE 'Y'.

       PROCEDURE DIVISION.
           DISPLAY 'AUDITORISE CATALOG CONSOLE'
           PERFORM UNTIL SESSION-IS-OVER
           DISPLAY '2 = PURGE ENTRIES FOR MISSING OUTPUTS'
           DISPLAY '3 = REBUILD CATALOG FROM THE LOGS'
           DISPLAY '4 = EXPORT CATALOG REPORT'
           DISPLAY '5 = IMAGE LINEAGE INQUIRY'
           DISPLAY '6 = REBUILD LINEAGE HISTORY FROM THE LOGS'
           DISPLAY '0 = EXIT'
           DISPLAY 'CHOICE: '
           MOVE SPACES TO MENU-CHOICE
                       PERFORM REBUILD-CATALOG-SCREEN
                   WHEN '4'
                       PERFORM EXPORT-REPORT-SCREEN
                   WHEN '5'
                       PERFORM LINEAGE-INQUIRY-SCREEN
                   WHEN '6'
                       PERFORM REBUILD-LINEAGE-SCREEN
                   WHEN '0'
                   WHEN '9'
                       MOVE 'N' TO SESSION-SWITCH
                   WHEN OTHER
                       DISPLAY 'PLEASE ANSWER 1, 2, 3, 4, 5, 6 OR 0'
               END-EVALUATE
           END-IF.
       LIST-CATALOG-SCREEN SECTION.
                           TO CAT-COMPLETED-DATE
                       MOVE RB-CHECKSUM(INDEX-VAR-M)
                           TO CAT-CHECKSUM
                       MOVE SPACES TO CAT-IMAGE-ID
                       MOVE SPACE TO CAT-SIGNATURE-STATE
                       MOVE 0 TO CAT-SETTINGS-KEY
                       MOVE ZEROS TO CAT-SIGNATURE
                       WRITE CATALOG-RECORD
                           INVALID KEY
                               CONTINUE
                       '__inout__/catalog-report.txt'
               END-IF
           END-IF.
       LINEAGE-INQUIRY-SCREEN SECTION.
      * EVERY ATTEMPT EVER MADE FOR ONE IMAGE ID, OLDEST FIRST. THE
      * HISTORY KEY LEADS WITH THE ID, SO ONE START POSITIONS ON ITS
      * FIRST ATTEMPT AND READ NEXT WALKS THE REST IN STAMP ORDER
           DISPLAY ' '
           DISPLAY 'IMAGE ID (BLANK = BACK TO THE MENU): '
           MOVE SPACES TO INQUIRY-IMAGE-ID
           ACCEPT INQUIRY-IMAGE-ID FROM STDIN
           IF INQUIRY-IMAGE-ID NOT = SPACES
               OPEN INPUT HISTORY-FILE
               IF HISTORY-STATUS NOT = '00'
               AND HISTORY-STATUS NOT = '05'
                   DISPLAY 'NO LINEAGE HISTORY AT __inout__/history.dat'
                       ' (STATUS ' HISTORY-STATUS ') - OPTION 6 '
                       'REBUILDS IT FROM THE LOGS'
               ELSE
                   PERFORM WALK-IMAGE-LINEAGE
                   CLOSE HISTORY-FILE
                   MOVE ATTEMPTS-FOUND TO REPORT-COUNT-TEXT
                   DISPLAY REPORT-COUNT-TEXT ' ATTEMPT(S) ON RECORD '
                       'FOR ' INQUIRY-IMAGE-ID
               END-IF
           END-IF.
       WALK-IMAGE-LINEAGE SECTION.
      * THE CATALOG STAYS OPEN FOR THE WALK SO EACH ATTEMPT'S KEY CAN
      * BE LOOKED UP; WITHOUT ONE NO SWEEP VERDICT CAN BE JUDGED
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS = '00' OR CATALOG-STATUS = '05'
               MOVE 'Y' TO CATALOG-OPEN-SWITCH
           ELSE
               MOVE 'N' TO CATALOG-OPEN-SWITCH
           END-IF
           MOVE 0 TO ATTEMPTS-FOUND
           MOVE 0 TO PAGE-LINE-COUNT
           MOVE 'N' TO PAGING-STOPPED-SWITCH
           MOVE 'N' TO LINEAGE-DONE-SWITCH
           MOVE INQUIRY-IMAGE-ID TO HIST-IMAGE-ID
           MOVE LOW-VALUES TO HIST-STAMP
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO LINEAGE-DONE-SWITCH
           END-START
           PERFORM UNTIL LINEAGE-IS-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LINEAGE-DONE-SWITCH
                   NOT AT END
                       IF HIST-IMAGE-ID = INQUIRY-IMAGE-ID
                           PERFORM SHOW-LINEAGE-ATTEMPT
                       ELSE
                           MOVE 'Y' TO LINEAGE-DONE-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           IF CATALOG-IS-OPEN
               CLOSE CATALOG-FILE
           END-IF.
       SHOW-LINEAGE-ATTEMPT SECTION.
           ADD 1 TO ATTEMPTS-FOUND
           IF NOT PAGING-WAS-STOPPED
               PERFORM JUDGE-LINEAGE-VERDICT
               MOVE SPACES TO LINEAGE-LINE-WORK
               MOVE 1 TO REPORT-LINE-POS
               STRING HIST-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HIST-TIME DELIMITED BY SIZE
                   ' OUTCOME=' DELIMITED BY SIZE
                   HIST-OUTCOME DELIMITED BY SIZE
                   ' FILE=' DELIMITED BY SIZE
                   HIST-OUTPUT-FILE DELIMITED BY SIZE
                   ' SAMPLES=' DELIMITED BY SIZE
                   HIST-SAMPLE-COUNT DELIMITED BY SIZE
                   ' REJECTS=' DELIMITED BY SIZE
                   HIST-REJECT-COUNT DELIMITED BY SIZE
                   ' CORRECTIONS=' DELIMITED BY SIZE
                   HIST-CORRECTION-COUNT DELIMITED BY SIZE
                   ' KEY=' DELIMITED BY SIZE
                   HIST-CATALOG-KEY DELIMITED BY SIZE
                   ' SWEEP=' DELIMITED BY SIZE
                   SWEEP-VERDICT-WORK DELIMITED BY SIZE
                   INTO LINEAGE-LINE-WORK
                   WITH POINTER REPORT-LINE-POS
               DISPLAY LINEAGE-LINE-WORK
               ADD 1 TO PAGE-LINE-COUNT
               IF PAGE-LINE-COUNT IS NOT LESS THAN page-length
                   MOVE 0 TO PAGE-LINE-COUNT
                   DISPLAY '-- ENTER FOR MORE, X TO STOP --'
                   MOVE SPACES TO OPERATOR-REPLY
                   ACCEPT OPERATOR-REPLY FROM STDIN
                   IF OPERATOR-REPLY = 'X'
                   OR OPERATOR-REPLY = 'x'
                       MOVE 'Y' TO PAGING-STOPPED-SWITCH
                   END-IF
               END-IF
           END-IF.
       JUDGE-LINEAGE-VERDICT SECTION.
      * THE SWEEP ONLY PROVES CATALOGUED OUTPUTS, AND ITS VERDICT ON
      * A FILE ONLY SPEAKS FOR THIS ATTEMPT WHILE THE ATTEMPT'S KEY
      * STILL OWNS THAT FILE IN THE CATALOG - A LATER RUN MAY HAVE
      * REUSED THE NAME, OR THE ENTRY MAY SINCE HAVE BEEN PURGED
           IF HIST-CATALOG-KEY IS ZERO
               MOVE 'UNCATALOGUED' TO SWEEP-VERDICT-WORK
           ELSE
               IF NOT CATALOG-IS-OPEN
                   MOVE 'NO CATALOG' TO SWEEP-VERDICT-WORK
               ELSE
                   MOVE HIST-CATALOG-KEY TO CAT-FINGERPRINT
                   READ CATALOG-FILE
                       INVALID KEY
                           MOVE 'PURGED' TO SWEEP-VERDICT-WORK
                       NOT INVALID KEY
                           IF CAT-OUTPUT-FILE = HIST-OUTPUT-FILE
                               MOVE CAT-CHECKSUM TO LINEAGE-CHECKSUM
                               PERFORM FIND-SWEEP-VERDICT
                           ELSE
                               MOVE 'SUPERSEDED'
                                   TO SWEEP-VERDICT-WORK
                           END-IF
                   END-READ
               END-IF
           END-IF.
       FIND-SWEEP-VERDICT SECTION.
      * sweep-report.txt HOLDS THE LATEST SWEEP ONLY, ONE LINE PER
      * CATALOG ENTRY. EVERY FIELD UP TO THE CHECKSUM IS FIXED WIDTH,
      * SO THE FILE NAME, THE VERDICT AND THE CHECKSUM SIT AT FIXED
      * COLUMNS. A REUSED FILE NAME GIVES SEVERAL LINES FOR ONE FILE
      * - ONLY THE LINE FOR THIS ATTEMPT'S CHECKSUM IS ITS VERDICT;
      * WHEN ONLY OTHER BYTES WERE SWEPT UNDER THE NAME THE ATTEMPT
      * HAS BEEN SUPERSEDED
           MOVE 'NOT SWEPT' TO SWEEP-VERDICT-WORK
           MOVE 'N' TO SWEEP-OTHER-SWITCH
           OPEN INPUT SWEEP-REPORT-FILE
           IF SWEEP-REPORT-STATUS = '00'
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ SWEEP-REPORT-FILE
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           IF SWEEP-REPORT-RECORD(24:40)
                               = HIST-OUTPUT-FILE
                           AND SWEEP-REPORT-RECORD(64:9)
                               = ' VERDICT='
                           AND SWEEP-REPORT-RECORD(82:10)
                               = ' CHECKSUM='
                               IF SWEEP-REPORT-RECORD(92:18)
                                   = LINEAGE-CHECKSUM
                                   MOVE SWEEP-REPORT-RECORD(73:9)
                                       TO SWEEP-VERDICT-WORK
                                   MOVE 'Y' TO SCAN-DONE-SWITCH
                               ELSE
                                   MOVE 'Y' TO SWEEP-OTHER-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-REPORT-FILE
               IF SWEEP-VERDICT-WORK = 'NOT SWEPT'
               AND SWEEP-SAW-OTHER-BYTES
                   MOVE 'SUPERSEDED' TO SWEEP-VERDICT-WORK
               END-IF
           END-IF.
       REBUILD-LINEAGE-SCREEN SECTION.
      * REPLAY EVERY AUDIT LOG THE SHOP STILL HOLDS - THE ROLLED
      * ARCHIVES OLDEST FIRST, THEN audit.log - INTO A FRESH HISTORY.
      * THE FIRST PASS ONLY COUNTS; THE OLD HISTORY IS REPLACED
      * WHOLESALE ONLY AFTER THE OPERATOR HAS SEEN WHAT THE LOGS HOLD
           MOVE 'C' TO REBUILD-PASS-SWITCH
           MOVE 0 TO LINEAGE-LINE-COUNT
           PERFORM READ-LINEAGE-LOGS
           IF LINEAGE-LINE-COUNT IS ZERO
               DISPLAY 'NO ATTEMPT CARRYING AN IMAGE ID IN ANY AUDIT '
                   'LOG - NOTHING TO REBUILD FROM'
           ELSE
               MOVE LINEAGE-LINE-COUNT TO REPORT-COUNT-TEXT
               DISPLAY REPORT-COUNT-TEXT ' ATTEMPT(S) FOUND IN '
                   LINEAGE-LOG-COUNT ' AUDIT LOG(S) - REPLACE '
                   '__inout__/history.dat WITH THEM (Y/N)?'
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               IF OPERATOR-REPLY = 'Y' OR OPERATOR-REPLY = 'y'
                   PERFORM WRITE-REBUILT-HISTORY
               ELSE
                   DISPLAY 'NOT REBUILT - THE LINEAGE HISTORY IS '
                       'UNCHANGED'
               END-IF
           END-IF.
       READ-LINEAGE-LOGS SECTION.
      * ls NAMES THE ROLLED ARCHIVES IN DATE ORDER (THE COMMAND
      * EMBEDS ONLY A FIXED PATTERN); ONLY A NAME OF THE EXACT SHAPE
      * HOUSEKEEP ROLLS IS OPENED
           MOVE 0 TO LINEAGE-LOG-COUNT
           MOVE SPACES TO SHELL-COMMAND
           STRING 'ls -1 __inout__/audit-*.log > '
               DELIMITED BY SIZE
               '__inout__/lineage.list 2>/dev/null'
               DELIMITED BY SIZE
               INTO SHELL-COMMAND
           CALL 'SYSTEM' USING BY CONTENT SHELL-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN INPUT ARCHIVE-LIST-FILE
           IF ARCHIVE-LIST-STATUS = '00'
               MOVE 'N' TO LIST-DONE-SWITCH
               PERFORM UNTIL LIST-IS-DONE
                   READ ARCHIVE-LIST-FILE
                       AT END
                           MOVE 'Y' TO LIST-DONE-SWITCH
                       NOT AT END
                           IF ARCHIVE-LIST-RECORD(1:16) =
                               '__inout__/audit-'
                           AND ARCHIVE-LIST-RECORD(17:8) IS NUMERIC
                           AND ARCHIVE-LIST-RECORD(25:4) = '.log'
                           AND ARCHIVE-LIST-RECORD(29:) = SPACES
                               MOVE ARCHIVE-LIST-RECORD
                                   TO LINEAGE-LOG-PATH
                               PERFORM READ-ONE-LINEAGE-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LIST-FILE
           END-IF

           MOVE '__inout__/audit.log' TO LINEAGE-LOG-PATH
           PERFORM READ-ONE-LINEAGE-LOG.
       READ-ONE-LINEAGE-LOG SECTION.
           OPEN INPUT LINEAGE-LOG-FILE
           IF LINEAGE-LOG-STATUS NOT = '00'
               IF LINEAGE-LOG-STATUS NOT = '35'
                   DISPLAY 'CANNOT READ ' LINEAGE-LOG-PATH
                       ' (STATUS ' LINEAGE-LOG-STATUS ') - SKIPPED'
               END-IF
           ELSE
               ADD 1 TO LINEAGE-LOG-COUNT
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ LINEAGE-LOG-FILE
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           PERFORM JUDGE-LINEAGE-LINE
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-LOG-FILE
           END-IF.
       JUDGE-LINEAGE-LINE SECTION.
      * AN ATTEMPT IS A LINE CARRYING BOTH AN OUTCOME AND AN IMAGE ID
      * - THE SAME LINES RECORD-IMAGE-HISTORY FILES AS THEY ARE
      * WRITTEN. BOTH LABELS ARE LOCATED PER LINE BECAUSE THE OPTIONAL
      * GAIN/PEAK FIELDS SHIFT THEM
           MOVE 0 TO OUTCOME-LABEL-OFFSET
           INSPECT LINEAGE-LOG-RECORD TALLYING
               OUTCOME-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' OUTCOME='
           MOVE 0 TO ID-LABEL-OFFSET
           INSPECT LINEAGE-LOG-RECORD TALLYING
               ID-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' ID='
           IF OUTCOME-LABEL-OFFSET IS NOT GREATER THAN 242
           AND ID-LABEL-OFFSET IS NOT GREATER THAN 255
               IF LINEAGE-LOG-RECORD(ID-LABEL-OFFSET + 5:1)
                   NOT = SPACE
                   ADD 1 TO LINEAGE-LINE-COUNT
                   IF REBUILD-IS-WRITING
                       PERFORM FILE-LINEAGE-ATTEMPT
                   END-IF
               END-IF
           END-IF.
       FILE-LINEAGE-ATTEMPT SECTION.
      * DATE, TIME, IMAGE, FILE AND SAMPLES SIT AT FIXED COLUMNS;
      * EVERYTHING AFTER THE OUTCOME IS LOCATED BY ITS LABEL. A FIELD
      * AN OLDER LINE NEVER CARRIED IS LEFT ZERO OR BLANK
           INITIALIZE HISTORY-RECORD
           UNSTRING LINEAGE-LOG-RECORD(ID-LABEL-OFFSET + 5:)
               DELIMITED BY SPACE
               INTO HIST-IMAGE-ID
           MOVE LINEAGE-LOG-RECORD(1:8) TO HIST-DATE
           MOVE LINEAGE-LOG-RECORD(10:8) TO HIST-TIME
           IF LINEAGE-LOG-RECORD(25:6) IS NUMERIC
               MOVE LINEAGE-LOG-RECORD(25:6) TO HIST-IMAGE-INDEX
           END-IF
           MOVE LINEAGE-LOG-RECORD(OUTCOME-LABEL-OFFSET + 10:9)
               TO HIST-OUTCOME
           MOVE LINEAGE-LOG-RECORD(37:40) TO HIST-OUTPUT-FILE
           IF LINEAGE-LOG-RECORD(86:9) IS NUMERIC
               MOVE LINEAGE-LOG-RECORD(86:9) TO HIST-SAMPLE-COUNT
           END-IF

           MOVE 0 TO REJECTS-LABEL-OFFSET
           INSPECT LINEAGE-LOG-RECORD TALLYING
               REJECTS-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' REJECTS='
           IF REJECTS-LABEL-OFFSET IS NOT GREATER THAN 245
               IF LINEAGE-LOG-RECORD(REJECTS-LABEL-OFFSET + 10:6)
                   IS NUMERIC
                   MOVE LINEAGE-LOG-RECORD(REJECTS-LABEL-OFFSET + 10:6)
                       TO HIST-REJECT-COUNT
               END-IF
           END-IF
           MOVE 0 TO KEY-LABEL-OFFSET
           INSPECT LINEAGE-LOG-RECORD TALLYING
               KEY-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' KEY='
           IF KEY-LABEL-OFFSET IS NOT GREATER THAN 237
               IF LINEAGE-LOG-RECORD(KEY-LABEL-OFFSET + 6:18)
                   IS NUMERIC
                   MOVE LINEAGE-LOG-RECORD(KEY-LABEL-OFFSET + 6:18)
                       TO HIST-CATALOG-KEY
               END-IF
           END-IF
           MOVE 0 TO PROFILE-LABEL-OFFSET
           INSPECT LINEAGE-LOG-RECORD TALLYING
               PROFILE-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' PROFILE='
           IF PROFILE-LABEL-OFFSET IS NOT GREATER THAN 250
               UNSTRING LINEAGE-LOG-RECORD(PROFILE-LABEL-OFFSET + 10:)
                   DELIMITED BY SPACE
                   INTO HIST-PROFILE-NAME
           END-IF
           MOVE 0 TO VERSION-LABEL-OFFSET
           INSPECT LINEAGE-LOG-RECORD TALLYING
               VERSION-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' VER='
           IF VERSION-LABEL-OFFSET IS NOT GREATER THAN 251
               IF LINEAGE-LOG-RECORD(VERSION-LABEL-OFFSET + 6:4)
                   IS NUMERIC
                   MOVE LINEAGE-LOG-RECORD(VERSION-LABEL-OFFSET + 6:4)
                       TO HIST-PROFILE-VERSION
               END-IF
           END-IF

      *    TWO ATTEMPTS LOGGED IN THE SAME HUNDREDTH OF A SECOND ARE
      *    SEPARATED BY THE SEQUENCE, AS RECORD-IMAGE-HISTORY DOES
           MOVE 'N' TO HISTORY-FILED-SWITCH
           PERFORM UNTIL HISTORY-IS-FILED
               WRITE HISTORY-RECORD
                   INVALID KEY
                       IF HIST-SEQUENCE IS LESS THAN 99
                           ADD 1 TO HIST-SEQUENCE
                       ELSE
                           MOVE 'Y' TO HISTORY-FILED-SWITCH
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO LINEAGE-WRITTEN-COUNT
                       MOVE 'Y' TO HISTORY-FILED-SWITCH
               END-WRITE
           END-PERFORM.
       WRITE-REBUILT-HISTORY SECTION.
           MOVE 0 TO LINEAGE-WRITTEN-COUNT
           MOVE 0 TO CORRECTED-CREDIT-COUNT
           OPEN OUTPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = '00' AND HISTORY-STATUS NOT = '05'
               DISPLAY 'CANNOT REWRITE __inout__/history.dat '
                   '(STATUS ' HISTORY-STATUS ') - NOT REBUILT'
           ELSE
               MOVE 'W' TO REBUILD-PASS-SWITCH
               MOVE 0 TO LINEAGE-LINE-COUNT
               PERFORM READ-LINEAGE-LOGS
               CLOSE HISTORY-FILE
               PERFORM CREDIT-APPLIED-CORRECTIONS
               MOVE LINEAGE-WRITTEN-COUNT TO REPORT-COUNT-TEXT
               DISPLAY REPORT-COUNT-TEXT ' ATTEMPT(S) REBUILT, '
                   CORRECTED-CREDIT-COUNT ' CREDITED WITH APPLIED '
                   'CORRECTIONS'
           END-IF.
       CREDIT-APPLIED-CORRECTIONS SECTION.
      * CORE COUNTS THE CORRECTIONS IT APPLIES AS IT FILES EACH
      * ATTEMPT, BUT NO AUDIT LINE CARRIES THAT COUNT - A REBUILD CAN
      * ONLY CREDIT EACH IMAGE'S APPLIED CORRECTIONS TO THE ATTEMPT
      * MOST LIKELY TO HAVE CONSUMED THEM
           MOVE 0 TO CORRECTED-ID-COUNT
           OPEN INPUT CORRECTIONS-FILE
           IF CORRECTIONS-STATUS = '00'
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ CORRECTIONS-FILE
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           IF COR-IS-APPLIED
                           AND COR-IMAGE-ID NOT = SPACES
                               PERFORM TALLY-APPLIED-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTIONS-FILE
           END-IF

           IF CORRECTED-ID-COUNT IS NOT ZERO
               OPEN I-O HISTORY-FILE
               IF HISTORY-STATUS NOT = '00'
               AND HISTORY-STATUS NOT = '05'
                   DISPLAY 'CANNOT REOPEN __inout__/history.dat '
                       '(STATUS ' HISTORY-STATUS ') - NO '
                       'CORRECTIONS CREDITED'
               ELSE
                   PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
                   UNTIL INDEX-VAR-M IS GREATER THAN CORRECTED-ID-COUNT
                       PERFORM CREDIT-ONE-IMAGE
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.
       TALLY-APPLIED-CORRECTION SECTION.
           MOVE 0 TO MATCH-INDEX
           PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
           UNTIL INDEX-VAR-M IS GREATER THAN CORRECTED-ID-COUNT
               IF CI-IMAGE-ID(INDEX-VAR-M) = COR-IMAGE-ID
                   MOVE INDEX-VAR-M TO MATCH-INDEX
               END-IF
           END-PERFORM
           IF MATCH-INDEX IS ZERO
           AND CORRECTED-ID-COUNT IS LESS THAN 999
               ADD 1 TO CORRECTED-ID-COUNT
               MOVE CORRECTED-ID-COUNT TO MATCH-INDEX
               MOVE COR-IMAGE-ID TO CI-IMAGE-ID(MATCH-INDEX)
               MOVE 0 TO CI-COUNT(MATCH-INDEX)
           END-IF
           IF MATCH-INDEX IS NOT ZERO
               ADD 1 TO CI-COUNT(MATCH-INDEX)
           END-IF.
       CREDIT-ONE-IMAGE SECTION.
      * WALK THE IMAGE'S ATTEMPTS OLDEST FIRST; THE LATEST COMPLETED
      * ATTEMPT THAT CLEARED A REJECTING ONE TAKES THE CREDIT, ELSE
      * THE LATEST COMPLETED ATTEMPT OF ALL
           MOVE SPACES TO CANDIDATE-KEY
           MOVE SPACES TO FALLBACK-KEY
           MOVE 'N' TO PRIOR-REJECTS-SWITCH
           MOVE 'N' TO LINEAGE-DONE-SWITCH
           MOVE CI-IMAGE-ID(INDEX-VAR-M) TO HIST-IMAGE-ID
           MOVE LOW-VALUES TO HIST-STAMP
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO LINEAGE-DONE-SWITCH
           END-START
           PERFORM UNTIL LINEAGE-IS-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LINEAGE-DONE-SWITCH
                   NOT AT END
                       IF HIST-IMAGE-ID = CI-IMAGE-ID(INDEX-VAR-M)
                           PERFORM WEIGH-CORRECTION-CANDIDATE
                       ELSE
                           MOVE 'Y' TO LINEAGE-DONE-SWITCH
                       END-IF
               END-READ
           END-PERFORM

           IF CANDIDATE-KEY = SPACES
               MOVE FALLBACK-KEY TO CANDIDATE-KEY
           END-IF
           IF CANDIDATE-KEY NOT = SPACES
               MOVE CANDIDATE-KEY TO HIST-KEY
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CI-COUNT(INDEX-VAR-M)
                           TO HIST-CORRECTION-COUNT
                       REWRITE HISTORY-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO CORRECTED-CREDIT-COUNT
                       END-REWRITE
               END-READ
           END-IF.
       WEIGH-CORRECTION-CANDIDATE SECTION.
           IF HIST-OUTCOME = 'COMPLETED'
               MOVE HIST-KEY TO FALLBACK-KEY
               IF HIST-REJECT-COUNT IS ZERO
               AND PRIOR-ATTEMPT-HAD-REJECTS
                   MOVE HIST-KEY TO CANDIDATE-KEY
               END-IF
           END-IF
           IF HIST-REJECT-COUNT IS ZERO
               MOVE 'N' TO PRIOR-REJECTS-SWITCH
           ELSE
               MOVE 'Y' TO PRIOR-REJECTS-SWITCH
           END-IF.
       END PROGRAM AUDITORISE-CATALOG.
