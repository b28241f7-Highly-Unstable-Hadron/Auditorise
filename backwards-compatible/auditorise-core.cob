           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO '__inout__/catalog.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-FINGERPRINT
               FILE STATUS IS CATALOG-STATUS.
      *    THE MAPPING LIBRARY - NAMED, VERSIONED PROFILES A RUN
      *    (AUDITORISE-PROFILE) OR A MANIFEST RECORD (FLAG 'P') CAN
      *    NAME INSTEAD OF CARRYING RAW MAPPING BYTES - SEE
      *    RESOLVE-MAPPING-PROFILE
           SELECT OPTIONAL PROFILE-LIBRARY-FILE
               ASSIGN TO '__inout__/rgbprofiles.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-KEY
               FILE STATUS IS PROFILE-LIBRARY-STATUS.
      *    IMAGE LINEAGE - ONE RECORD PER ATTEMPT ON AN IDENTIFIED
      *    IMAGE, KEYED ON ITS ID AND THE AUDIT LINE'S STAMP, SO THE
      *    WHOLE HISTORY OF ONE IMAGE IS ONE KEYED READ AWAY - SEE
      *    RECORD-IMAGE-HISTORY
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO '__inout__/history.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-STATUS.
      *    THE BATCH BALANCING REPORT - SENT VS RECEIVED VS CONVERTED
      *    VS FAILED, REWRITTEN BY EVERY STDIN BATCH FOR THE SHIFT
      *    PAPERWORK - SEE BALANCE-BATCH-TOTALS
           SELECT BALANCE-REPORT-FILE
               ASSIGN TO '__inout__/balance-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-REPORT-STATUS.
      *    RELEASE HOLD, SAME CREATE-A-FILE CONVENTION AS
      *    '__inout__/stop': WHILE IT EXISTS AUDITORISE-RELEASE SHIPS
      *    NOTHING. A STDIN BATCH RAISES IT BEFORE IMAGE 1 AND LIFTS
      *    IT ONLY ONCE THE BATCH HAS BALANCED, SO AN ABENDED BATCH
      *    IS HELD AS SURELY AS AN OUT-OF-BALANCE ONE. A HOLD LEFT BY
      *    AN EARLIER BATCH FOR ANY OTHER REASON IS NEVER LIFTED BY A
      *    LATER ONE - THE OPERATOR REMOVES IT ONCE THAT BATCH IS
      *    RESOLVED
           SELECT RELEASE-HOLD-FILE ASSIGN TO '__inout__/release.hold'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-HOLD-STATUS.
      *    ONE LINE PER BEFORE/AFTER PAIR OF A DIFFERENCE RUN - HOW
      *    MUCH OF THE SCENE CHANGED AND WHERE - SEE
      *    WRITE-DIFFERENCE-REPORT-LINE
           SELECT DIFFERENCE-REPORT-FILE
               ASSIGN TO '__inout__/difference-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIFFERENCE-REPORT-STATUS.
      *    THE OPERATOR ALERT QUEUE SHARED WITH THE OTHER JOBS -
      *    ONLY EVER APPENDED TO HERE, SEE RAISE-ALERT
           SELECT ALERT-FILE ASSIGN TO '__inout__/alerts.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 CATALOG-RECORD.
           COPY CATREC.

      * ONE VERSION OF ONE NAMED MAPPING PROFILE - SEE PROFREC.CPY
       FD  PROFILE-LIBRARY-FILE.
       01 PROFILE-LIBRARY-RECORD.
           COPY PROFREC.

       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY HISTREC.

       FD  BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-RECORD PICTURE X(80).

      * ONE LINE - WHEN AND WHY THE HOLD WAS RAISED
       FD  RELEASE-HOLD-FILE.
       01 RELEASE-HOLD-RECORD PICTURE X(80).

       FD  DIFFERENCE-REPORT-FILE.
       01 DIFFERENCE-REPORT-RECORD PICTURE X(200).

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 266 CHARACTERS.
       01 ALERT-RECORD.
           COPY ALERTREC.

      * ONE FIXED RECORD PER IMAGE OF THE RUN: THE IMAGE'S BUSINESS
      * IDENTITY (NO EMBEDDED SPACES), THE WAV IT SHOULD PRODUCE
      * (BLANK = THE USUAL NUMBERED NAME), AN OPTIONAL MAPPING
      * OVERRIDE IN THE SAME 19-BYTE RGBMAP.CPY LAYOUT rgbmap.cfg
      * USES (FLAG 'Y' TO APPLY IT) OR A MAPPING LIBRARY PROFILE
      * NAME (FLAG 'P'), AND AN OPTIONAL TRAVERSAL MODE ('RASTER'
      * OR 'HILBERT'; BLANK = THE RUN-WIDE SETTING)
       FD  MANIFEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 87 CHARACTERS.
       01 MANIFEST-STATUS PICTURE X(2) VALUE '00'.
       01 RECONCILE-LOG-STATUS PICTURE X(2) VALUE '00'.
       01 CATALOG-STATUS PICTURE X(2) VALUE '00'.
       01 PROFILE-LIBRARY-STATUS PICTURE X(2) VALUE '00'.
       01 HISTORY-STATUS PICTURE X(2) VALUE '00'.
       01 HISTORY-FILED-SWITCH PICTURE X VALUE 'N'.
           88 HISTORY-IS-FILED VALUE 'Y'.
       01 HOT-IMAGE-STATUS PICTURE X(2) VALUE '00'.
       01 INCOMING-LIST-STATUS PICTURE X(2) VALUE '00'.
       01 STOP-SIGNAL-STATUS PICTURE X(2) VALUE '00'.
           88 HOT-FOLDER-ACTIVE VALUE 'Y'.
       01 POLL-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 5.
       01 POLL-SECONDS-TEXT PICTURE X(6) VALUE SPACES.
       01 POLL-REMAINING USAGE IS BINARY-LONG UNSIGNED.
       01 POLL-SLICE USAGE IS BINARY-LONG UNSIGNED.
       01 STOP-SIGNAL-SWITCH PICTURE X VALUE 'N'.
           88 STOP-WAS-SIGNALLED VALUE 'Y'.

      * HEARTBEAT STATE - WHAT THE STATUS FILE REPORTS EVERY CYCLE
       01 SERVICE-START-DATE PICTURE X(8).
       01 SERVICE-START-TIME PICTURE X(8).
       01 HEARTBEAT-DATE PICTURE X(8).
       01 HEARTBEAT-TIME PICTURE X(8).
       01 HOT-CYCLE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 HOT-QUEUE-DEPTH USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 HOT-CURRENT-IMAGE PICTURE X(80) VALUE SPACES.
      * A CORRUPTION INSTEAD OF RECONVERTING THE WHOLE ARCHIVE
       01 CATALOG-KEY-TEXT PICTURE 9(18).

      * NEAR-DUPLICATE DETECTION IN CATALOG MODE - SEE CHECK-NEAR-
      * DUPLICATE. AUDITORISE-NEAR-DUPLICATES=HOLD HOLDS A NEAR MATCH
      * FOR REVIEW INSTEAD OF CONVERTING IT, OFF SKIPS THE CHECK, AND
      * ANYTHING ELSE LOGS THE MATCH AND CONVERTS ANYWAY.
      * AUDITORISE-NEAR-TOLERANCE (0-255, DEFAULT 6) IS THE LARGEST
      * MEAN PER-CELL LUMINANCE DEVIATION STILL COUNTED AS A MATCH
       01 NEAR-DUPLICATE-TEXT PICTURE X(8).
       01 NEAR-DUPLICATE-ACTION PICTURE X VALUE 'C'.
           88 NEAR-CHECK-IS-OFF VALUE 'O'.
           88 NEAR-DUPLICATE-HOLDS VALUE 'H'.
       01 NEAR-TOLERANCE-TEXT PICTURE X(6).
       01 NEAR-TOLERANCE USAGE IS BINARY-LONG UNSIGNED VALUE 6.
       01 NEAR-DUPLICATE-STATE PICTURE X VALUE 'N'.
           88 NEAR-DUPLICATE-FOUND VALUE 'Y' 'H'.
           88 NEAR-DUPLICATE-HELD VALUE 'H'.
       01 NEAR-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 NEAR-SCAN-IS-DONE VALUE 'Y'.
      * THE CURRENT IMAGE'S SIGNATURE, LAID OUT AS CAT-SIGNATURE IS,
      * AND THE SETTINGS KEY IT IS COMPARED UNDER
       01 SIGNATURE-STATE PICTURE X VALUE 'N'.
           88 SIGNATURE-WAS-BUILT VALUE 'Y'.
       01 IMAGE-SIGNATURE.
           02 IMAGE-SIGNATURE-CELL PICTURE 999 OCCURS 64 TIMES.
       01 SIGNATURE-SETTINGS-KEY USAGE IS BINARY-DOUBLE UNSIGNED.
       01 SETTINGS-KEY-TEXT PICTURE 9(18).
       01 SIGNATURE-FINGERPRINT-SAVE USAGE IS BINARY-DOUBLE UNSIGNED.
       01 SIG-ROW USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-COL USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-CELL USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-ROW-FROM USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-ROW-TO USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-COL-FROM USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-COL-TO USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-I USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-J USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-LUMA-SUM USAGE IS BINARY-DOUBLE UNSIGNED.
       01 SIG-LUMA-WORK USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-PIXEL-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-TOTAL USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-MEAN-OURS USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-MEAN-THEIRS USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-DEVIATION USAGE IS BINARY-LONG.
       01 SIG-DISTANCE-SUM USAGE IS BINARY-LONG UNSIGNED.
       01 SIG-DISTANCE USAGE IS BINARY-LONG UNSIGNED.
      * THE CLOSEST CATALOGUED IMAGE FOUND BY THE SCAN
       01 NEAR-BEST-DISTANCE USAGE IS BINARY-LONG UNSIGNED.
       01 NEAR-MATCH-ID PICTURE X(40).
       01 NEAR-MATCH-FILE PICTURE X(40).
       01 NEAR-MATCH-DATE PICTURE X(8).
       01 NEAR-DISTANCE-TEXT PICTURE 9(3).
       01 NEAR-TOLERANCE-SHOWN PICTURE 9(3).

      * SET 'N' BY WRITE-WAV-FILE ITSELF THE MOMENT ANY OPEN/WRITE ON
      * EITHER WAV FILE FAILS, SO THE MAINLINE CAN LOG A TRUE FAILED
      * OUTCOME INSTEAD OF ASSUMING THE WAV WRITE WORKED
               03 MF-ENTRY-WAV-NAME PICTURE X(40).
               03 MF-ENTRY-RGBMAP-FLAG PICTURE X.
                   88 MF-ENTRY-HAS-OVERRIDE VALUE 'Y'.
                   88 MF-ENTRY-HAS-PROFILE VALUE 'P'.
               03 MF-ENTRY-RGBMAP PICTURE X(19).
               03 MF-ENTRY-TRAVERSAL PICTURE X(7).
      * THE LIBRARY PROFILE A FLAG 'P' RECORD RESOLVED TO AT LOAD
      * TIME - THE VERSION IN EFFECT WHEN THE RUN STARTED STAYS THE
      * VERSION FOR THE WHOLE RUN, EVEN ACROSS AN EFFECTIVE DATE
      * THAT FALLS MID-BATCH
       01 MANIFEST-PROFILE-TABLE.
           02 MANIFEST-PROFILE-ENTRY OCCURS 999 TIMES.
               03 MP-PROFILE-NAME PICTURE X(12).
               03 MP-PROFILE-VERSION PICTURE 9(4).
               03 MP-PROFILE-MAPPING PICTURE X(19).

      * THE PROCESSED IMAGE'S BUSINESS IDENTITY FOR THE AUDIT LINE -
      * BLANK OUTSIDE MANIFEST MODE AND DURING THE MANIFEST LOAD
      * RATHER THAN INHERITING THE PRIOR IMAGE'S OVERRIDE
       01 DEFAULT-RGB-MAPPING PICTURE X(19).
       01 DEFAULT-TRAVERSAL-FLAG PICTURE X.

      * WHICH NAMED MAPPING IS IN FORCE, STAMPED ON EVERY AUDIT LINE
      * SO ANY WAV CAN BE TRACED TO THE EXACT MAPPING THAT MADE IT:
      * A LIBRARY PROFILE AND ITS VERSION; 'RGBMAP-CFG' FOR THE LIVE
      * rgbmap.cfg (WITH THE LIBRARY VERSION ITS CONTENT WAS FILED
      * UNDER, 0000 IF IT NEVER WAS); 'DEFAULT' FOR THE COMPILED-IN
      * MAPPING; 'INLINE' FOR A RAW MANIFEST OVERRIDE
       01 ACTIVE-PROFILE-NAME PICTURE X(12) VALUE 'DEFAULT'.
       01 ACTIVE-PROFILE-VERSION PICTURE 9(4) VALUE 0.
       01 DEFAULT-PROFILE-NAME PICTURE X(12) VALUE 'DEFAULT'.
       01 DEFAULT-PROFILE-VERSION PICTURE 9(4) VALUE 0.
      * AUDITORISE-PROFILE NAMES A LIBRARY PROFILE FOR THE WHOLE RUN
      * IN PLACE OF rgbmap.cfg; AUDITORISE-PROFILE-VERSION PINS ONE
      * VERSION OF IT (BLANK = THE VERSION IN EFFECT TODAY)
       01 RUN-PROFILE-TEXT PICTURE X(12) VALUE SPACES.
       01 RUN-PROFILE-VERSION-TEXT PICTURE X(4) VALUE SPACES.
      * RESOLVE-MAPPING-PROFILE'S INTERFACE - THE CALLER SETS THE
      * REQUEST, THE SECTION ANSWERS IN THE FOUND FIELDS
       01 PROFILE-REQUEST-NAME PICTURE X(12).
       01 PROFILE-REQUEST-VERSION PICTURE X(4).
       01 PROFILE-MATCH-MAPPING PICTURE X(19).
       01 PROFILE-MATCH-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-MATCH-BY-MAPPING VALUE 'Y'.
       01 PROFILE-RUN-DATE PICTURE X(8).
       01 PROFILE-FOUND-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-WAS-FOUND VALUE 'Y'.
       01 PROFILE-FOUND-VERSION PICTURE 9(4) VALUE 0.
       01 PROFILE-FOUND-MAPPING PICTURE X(19).
       01 PROFILE-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-SCAN-IS-DONE VALUE 'Y'.
      * WHICH EXTERNAL SOURCE VALIDATE-RGB-MAPPING IS JUDGING, FOR
      * ITS ABORT MESSAGES
       01 VALIDATE-CONTEXT-TEXT PICTURE X(30) VALUE SPACES.
           88 AUDIT-OUTCOME-FAILED VALUE 'FAILED'.
           88 AUDIT-OUTCOME-MISMATCH VALUE 'MISMATCH'.
           88 AUDIT-OUTCOME-SKIPPED VALUE 'SKIPPED'.
      *    NEVER WRITTEN AS AN AUDIT OUTCOME - A HELD NEAR-DUPLICATE'S
      *    ONLY AUDIT RECORD IS ITS NEAR-DUPLICATE LINE
           88 AUDIT-OUTCOME-HELD VALUE 'HELD'.

       01 ACTUAL-IMG-WIDTH USAGE IS BINARY-LONG UNSIGNED.
       01 ACTUAL-IMG-HEIGHT USAGE IS BINARY-LONG UNSIGNED.
       01 ZERO-BLUE-GROUP-COUNT USAGE IS BINARY-LONG UNSIGNED
           VALUE IS 0.

      * BATCH CONTROL TOTALS. THE SENDER MAY CLOSE THE STDIN FEED
      * WITH ONE TRAILER RECORD AFTER THE LAST IMAGE'S RECORDS:
      *   COLS  1- 6  'TOTALS'
      *   COLS  7-12  IMAGE COUNT
      *   COLS 13-24  PIXEL COUNT (WIDTH X HEIGHT, SUMMED)
      *   COLS 25-39  HASH TOTAL (EVERY CHANNEL VALUE, SUMMED)
      * READ-INTO-MEM ACCUMULATES THE SAME THREE TOTALS OVER WHAT IT
      * ACTUALLY READS - CHANNEL VALUES AS SENT, BEFORE ANY OPERATOR
      * CORRECTION OR TOLERANCE SUBSTITUTION - AND
      * BALANCE-BATCH-TOTALS SETS ONE AGAINST THE OTHER.
      * AUDITORISE-CONTROL-TOTALS=REQUIRED MAKES A MISSING TRAILER AN
      * OUT-OF-BALANCE BATCH; OTHERWISE A BATCH WITHOUT ONE IS
      * REPORTED UNVERIFIED AND LEFT RELEASABLE
       01 CONTROL-TOTALS-TEXT PICTURE X(8) VALUE SPACES.
       01 CONTROL-TOTALS-FLAG PICTURE X VALUE 'N'.
           88 CONTROL-TOTALS-REQUIRED VALUE 'Y'.
       01 CONTROL-TRAILER-WORK PICTURE X(80).
       01 CONTROL-TRAILER-R REDEFINES CONTROL-TRAILER-WORK.
           02 CT-TAG PICTURE X(6).
               88 CT-IS-TRAILER VALUE 'TOTALS'.
           02 CT-IMAGE-COUNT PICTURE 9(6).
           02 CT-PIXEL-COUNT PICTURE 9(12).
           02 CT-HASH-TOTAL PICTURE 9(15).
           02 CT-TAIL PICTURE X(41).
       01 TRAILER-STATE PICTURE X VALUE 'N'.
           88 TRAILER-WAS-RECEIVED VALUE 'Y' 'B'.
           88 TRAILER-IS-UNREADABLE VALUE 'B'.
      * ANYTHING STILL ON STDIN AFTER THE TRAILER IS A SECOND COPY
      * OF SOMETHING - THE CLASSIC DOUBLED TRANSFER
       01 EXCESS-INPUT-WORK PICTURE X(80).
       01 BALANCE-REPORT-STATUS PICTURE X(2) VALUE '00'.
       01 RELEASE-HOLD-STATUS PICTURE X(2) VALUE '00'.
       01 RELEASE-HOLD-TEXT PICTURE X(60).
      * A HOLD ALREADY IN PLACE WHEN THIS BATCH STARTED, NOT RAISED
      * AS 'IN PROGRESS' BY AN ABENDED RUN THIS ONE TAKES OVER - IT
      * STANDS WHATEVER THIS BATCH DOES
       01 PRIOR-HOLD-SWITCH PICTURE X VALUE 'N'.
           88 PRIOR-HOLD-STANDS VALUE 'Y'.
       01 PRIOR-HOLD-LINE PICTURE X(80) VALUE SPACES.
       01 PRIOR-HOLD-TALLY USAGE IS BINARY-LONG UNSIGNED.
       01 RECEIVED-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 RECEIVED-PIXEL-COUNT USAGE IS BINARY-DOUBLE UNSIGNED
           VALUE 0.
       01 RECEIVED-HASH-TOTAL USAGE IS BINARY-DOUBLE UNSIGNED
           VALUE 0.
      * WHERE EACH IMAGE READ ENDED UP - SEE TALLY-BATCH-OUTCOME
       01 CONVERTED-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 SKIPPED-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 MISMATCH-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 FAILED-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 EARLIER-RUN-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED
           VALUE 0.
       01 PAIR-BEFORE-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED
           VALUE 0.
       01 HELD-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 ACCOUNTED-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 BALANCE-STATE PICTURE X VALUE SPACE.
           88 BATCH-IS-BALANCED VALUE 'B'.
           88 BATCH-IS-UNVERIFIED VALUE 'U'.
           88 BATCH-IS-OUT-OF-BALANCE VALUE 'X'.
       01 BALANCE-RUN-DATE PICTURE X(8).
       01 BALANCE-RUN-TIME PICTURE X(8).
       01 BALANCE-LINE-POS USAGE IS BINARY-LONG UNSIGNED.
       01 BALANCE-START-TEXT PICTURE 9(4).
       01 BALANCE-DIFFERENCE PICTURE S9(15).
       01 BALANCE-REASON-TEXT PICTURE X(60).
       01 BALANCE-REASON-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 BALANCE-REASON-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 BALANCE-REASON-TABLE.
           02 BALANCE-REASON OCCURS 8 TIMES PICTURE X(60).
      * REPORT LINES - THREE TOTALS COLUMNS UNDER ONE HEADING, AND A
      * SINGLE COUNT IN THE IMAGES COLUMN FOR THE OUTCOME LINES
       01 BALANCE-HEADING-LINE.
           02 FILLER PICTURE X(26) VALUE SPACES.
           02 FILLER PICTURE X(6) VALUE 'IMAGES'.
           02 FILLER PICTURE X(13) VALUE SPACES.
           02 FILLER PICTURE X(6) VALUE 'PIXELS'.
           02 FILLER PICTURE X(13) VALUE SPACES.
           02 FILLER PICTURE X(10) VALUE 'HASH TOTAL'.
       01 BALANCE-TOTALS-LINE.
           02 BT-LABEL PICTURE X(20).
           02 BT-IMAGES PICTURE ----,---,--9.
           02 FILLER PICTURE X(3) VALUE SPACES.
           02 BT-PIXELS PICTURE ----,---,---,--9.
           02 FILLER PICTURE X(3) VALUE SPACES.
           02 BT-HASH PICTURE ----,---,---,---,--9.
       01 BALANCE-COUNT-LINE.
           02 BC-LABEL PICTURE X(20).
           02 BC-COUNT PICTURE ----,---,--9.

      * AUDITORISE-DIFFERENCE=Y RENDERS BEFORE/AFTER PAIRS. THE
      * MANIFEST'S RECORDS PAIR UP IN ORDER - RECORD 1 IS THE BEFORE
      * CAPTURE OF PAIR 1 AND RECORD 2 ITS AFTER CAPTURE, RECORD 3
      * THE BEFORE OF PAIR 2, AND SO ON. A BEFORE IMAGE IS ONLY READ
      * AND KEPT IN BEFORE-IMG; ITS AFTER IMAGE IS CONVERTED AS THE
      * PER-PIXEL CHANGE BETWEEN THE TWO - SEE BUILD-DIFFERENCE-IMAGE
       01 DIFFERENCE-MODE-TEXT PICTURE X(8).
       01 DIFFERENCE-MODE-FLAG PICTURE X VALUE 'N'.
           88 DIFFERENCE-MODE-ACTIVE VALUE 'Y'.
       01 PAIR-POSITION-SWITCH PICTURE X VALUE 'N'.
           88 IMAGE-IS-PAIR-BEFORE VALUE 'Y'.
       01 PAIR-SIZE-SWITCH PICTURE X VALUE 'N'.
           88 PAIR-SIZES-DIFFER VALUE 'Y'.
       01 DIFFERENCE-REPORT-STATUS PICTURE X(2) VALUE '00'.
       01 PAIR-NUMBER USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 PAIR-PARITY USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 BEFORE-IMAGE-ID PICTURE X(40) VALUE SPACES.
       01 BEFORE-IMG-WIDTH USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 BEFORE-IMG-HEIGHT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 BEFORE-FINGERPRINT USAGE IS BINARY-DOUBLE UNSIGNED
           VALUE 0.
       01 PAIR-FOLD-QUOTIENT USAGE IS BINARY-DOUBLE UNSIGNED.
       01 PAIR-FOLD-REMAINDER USAGE IS BINARY-DOUBLE UNSIGNED.
      * ONE CHANNEL'S SIGNED CHANGE, AND THE CHANGED AREA OF THE PAIR
       01 PAIR-DELTA-RED USAGE IS BINARY-LONG.
       01 PAIR-DELTA-GREEN USAGE IS BINARY-LONG.
       01 PAIR-DELTA-BLUE USAGE IS BINARY-LONG.
       01 PAIR-CHANGED-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 PAIR-BOX-TOP USAGE IS BINARY-LONG UNSIGNED.
       01 PAIR-BOX-BOTTOM USAGE IS BINARY-LONG UNSIGNED.
       01 PAIR-BOX-LEFT USAGE IS BINARY-LONG UNSIGNED.
       01 PAIR-BOX-RIGHT USAGE IS BINARY-LONG UNSIGNED.
       01 PAIR-PERCENT-WORK USAGE IS BINARY-LONG UNSIGNED.
       01 PAIR-PERCENT PICTURE 999V99.
       01 PAIR-PERCENT-TEXT PICTURE ZZ9.99.
       01 PAIR-NUMBER-TEXT PICTURE 9(4).
       01 PAIR-COUNT-TEXT PICTURE 9(6).
       01 PAIR-TOTAL-TEXT PICTURE 9(6).
       01 PAIR-EDGE-TEXT-1 PICTURE 9(3).
       01 PAIR-EDGE-TEXT-2 PICTURE 9(3).
       01 PAIR-EDGE-TEXT-3 PICTURE 9(3).
       01 PAIR-EDGE-TEXT-4 PICTURE 9(3).
       01 DIFFERENCE-LINE-POS USAGE IS BINARY-LONG UNSIGNED.
       01 DIFFERENCE-RUN-DATE PICTURE 9(8).
       01 DIFFERENCE-RUN-TIME PICTURE 9(8).
      * THE BEFORE CAPTURE, IN IMG'S OWN LAYOUT
       01 BEFORE-IMG.
           02 BEFORE-L-IMG OCCURS img-len TIMES.
               03 BEFORE-PIXEL OCCURS img-len TIMES.
                   04 BEFORE-RED PICTURE 999 VALUE IS 0.
                   04 FILLER PICTURE X VALUE IS SPACE.
                   04 BEFORE-GREEN PICTURE 999 VALUE IS 0.
                   04 FILLER PICTURE X VALUE IS SPACE.
                   04 BEFORE-BLUE PICTURE 999 VALUE IS 0.

      * OPERATOR ALERTS - THE CALLER OF RAISE-ALERT SETS THE
      * SEVERITY ('CRITICAL' OR 'WARNING'), THE SUBJECT (IMAGE ID OR
      * FILE) AND THE MESSAGE; THE SOURCE FOLLOWS THE RUN MODE
       01 ALERT-STATUS PICTURE X(2) VALUE '00'.
       01 ALERT-OPEN-TRIES USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-RETRY-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 1.
       01 ALERT-SAVED-RC USAGE IS BINARY-LONG.
       01 ALERT-SEVERITY PICTURE X(8).
       01 ALERT-SOURCE PICTURE X(20).
       01 ALERT-SUBJECT PICTURE X(40).
       01 ALERT-MESSAGE PICTURE X(80).
       01 ALERT-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 ALERT-SCAN-DONE VALUE 'Y'.
       01 ALERT-REPEAT-SWITCH PICTURE X VALUE 'N'.
           88 ALERT-ALREADY-OPEN VALUE 'Y'.

       PROCEDURE DIVISION.
      *    THE MANIFEST LOAD VALIDATES ITS OVERRIDES AGAINST THE
      *    RUN-WIDE DEFAULTS, SO THE DEFAULT-SETTLING INITS RUN FIRST
           PERFORM INIT-NORMALIZE-MODE
           PERFORM INIT-OUTPUT-TIMING
           PERFORM INIT-CATALOG-MODE
           PERFORM INIT-NEAR-DUPLICATE-MODE
           PERFORM INIT-TOLERANCE-MODE
           PERFORM INIT-CORRECTIONS
           PERFORM INIT-HOT-FOLDER-MODE
           PERFORM INIT-INPUT-FORMAT
           PERFORM INIT-CONTROL-TOTALS
           PERFORM INIT-DIFFERENCE-MODE

           SET TL TO ENTRY 'TURN-LEFT'
           SET TR TO ENTRY 'TURN-RIGHT'
               PERFORM INIT-MANIFEST
               PERFORM READ-BATCH-HEADER
               PERFORM INIT-CHECKPOINT
               PERFORM START-BATCH-BALANCING
               PERFORM CONVERT-BATCH-IMAGES
               PERFORM BALANCE-BATCH-TOTALS
           END-IF

      *    CORRECTIONS THAT RODE A COMPLETED RECONVERT ARE MARKED

      *    A RECONCILIATION FAILURE OUTRANKS THE USUAL SAMPLE-COUNT
      *    RETURN-CODE - THE ARCHIVE MUST NEVER SHIP A FILE WHOSE
      *    BYTES WERE NOT PROVED - AND AN OUT-OF-BALANCE BATCH
      *    OUTRANKS BOTH: NOTHING IN IT CAN BE TRUSTED TO BE WHAT
      *    THE SENDER SENT
           EVALUATE TRUE
               WHEN BATCH-IS-OUT-OF-BALANCE
                   MOVE 44 TO RETURN-CODE
               WHEN RECONCILE-RUN-FAILED
                   MOVE 40 TO RETURN-CODE
               WHEN HOT-FOLDER-ACTIVE
               END-IF
               PERFORM READ-INTO-MEM

      *        IN A DIFFERENCE RUN EVERY ODD-NUMBERED IMAGE IS THE
      *        BEFORE HALF OF A PAIR - KEPT, NEVER CONVERTED, AND
      *        KEPT EVEN WHEN A RESTART IS PAST IT, SINCE ITS AFTER
      *        HALF MAY BE THE IMAGE THE RESTART RESUMES
               MOVE 'N' TO PAIR-POSITION-SWITCH
               IF DIFFERENCE-MODE-ACTIVE
                   DIVIDE CURRENT-IMAGE-INDEX BY 2 GIVING PAIR-NUMBER
                       REMAINDER PAIR-PARITY
                   IF PAIR-PARITY IS EQUAL TO 1
                       MOVE 'Y' TO PAIR-POSITION-SWITCH
                       PERFORM SAVE-BEFORE-IMAGE
                   END-IF
               END-IF

      *        AN IMAGE BEFORE BATCH-START-IMAGE ALREADY FINISHED AND
      *        WROTE ITS OWN OUTPUT FILE IN AN EARLIER, ABENDED
      *        ATTEMPT - ITS INPUT STILL HAS TO BE READ ABOVE TO KEEP
      *        REPROCESSED
               IF CURRENT-IMAGE-INDEX IS GREATER THAN OR EQUAL TO
                   BATCH-START-IMAGE
               AND NOT IMAGE-IS-PAIR-BEFORE
                   PERFORM APPLY-MANIFEST-OVERRIDES
      *            THE DIFFERENCE REPLACES THE AFTER PIXELS IN IMG
      *            BEFORE THE CATALOG LOOKUP, WHICH KEYS ON BOTH
      *            HALVES OF THE PAIR - SEE DERIVE-CATALOG-KEY
                   IF DIFFERENCE-MODE-ACTIVE
                       PERFORM BUILD-DIFFERENCE-IMAGE
                   END-IF
                   PERFORM CHECK-CONVERSION-CATALOG
                   IF CATALOG-DUPLICATE-FOUND
      *                ALREADY CONVERTED IN A PRIOR RUN - LOG THE
                       SET AUDIT-OUTCOME-SKIPPED TO TRUE
                       PERFORM WRITE-AUDIT-LOG-ENTRY
                   ELSE
      *                A PAIR OF DIFFERENT SIZES HAS NO PIXEL-FOR-
      *                PIXEL DIFFERENCE - IT FAILS ALONE AND THE
      *                BATCH GOES ON TO THE NEXT PAIR
                       IF PAIR-SIZES-DIFFER
                           SET AUDIT-OUTCOME-FAILED TO TRUE
                           PERFORM WRITE-AUDIT-LOG-ENTRY
                       ELSE
      *                    A HELD NEAR-DUPLICATE'S NEAR-DUPLICATE
      *                    LINE IS ITS WHOLE AUDIT RECORD
                           PERFORM CHECK-NEAR-DUPLICATE
                           IF NOT NEAR-DUPLICATE-HELD
                               PERFORM CONVERT-CURRENT-IMAGE
                           END-IF
                       END-IF
                   END-IF
                   IF DIFFERENCE-MODE-ACTIVE
                       PERFORM WRITE-DIFFERENCE-REPORT-LINE
                   END-IF
               END-IF
               PERFORM TALLY-BATCH-OUTCOME
           END-PERFORM.
       CONVERT-CURRENT-IMAGE SECTION.
      * THE PER-IMAGE PIPELINE PROPER - THE IMAGE IS ALREADY IN IMG
               GIVING ACTUAL-SQR

      *    A HOT-FOLDER IMAGE WHOSE HEADER ALREADY FAILED HAS NO
      *    PIXELS WORTH READING - ITS FILE MOVES TO failed WHOLESALE.
      *    EVERY IMAGE READ COUNTS TOWARDS THE RECEIVED CONTROL
      *    TOTALS, RESTART-SKIPPED ONES INCLUDED - THE SENDER'S
      *    TRAILER COVERS THE WHOLE FEED
           IF NOT HOT-IMAGE-FAILED
               ADD 1 TO RECEIVED-IMAGE-COUNT
               ADD ACTUAL-SQR TO RECEIVED-PIXEL-COUNT
               PERFORM READ-PIXEL-RECORDS
           END-IF.
       READ-PIXEL-RECORDS SECTION.
               TO PIXEL(INDEX-VAR-I, INDEX-VAR-J)
      *     DISPLAY PIXEL(INDEX-VAR-I, INDEX-VAR-J)

      *    THE HASH TOTAL IS OVER THE VALUES AS SENT, SO IT IS TAKEN
      *    BEFORE ANY CORRECTION OR SUBSTITUTION BELOW TOUCHES THEM
           ADD RED(INDEX-VAR-I, INDEX-VAR-J)
               GREEN(INDEX-VAR-I, INDEX-VAR-J)
               BLUE(INDEX-VAR-I, INDEX-VAR-J)
               TO RECEIVED-HASH-TOTAL

      *    AN OPERATOR-RESOLVED CORRECTION REPLACES ITS CORRUPT
      *    CHANNEL BEFORE THE RANGE CHECKS BELOW EVER SEE IT - THE
      *    PIXEL VALIDATES CLEAN, NO REJECT IS LOGGED, AND THE
                   STOP RUN
               END-IF

      *        A DIFFERENCE PIXEL WRITES AUD-VAL(INDEX-AUD) AND THE
      *        SLOT AFTER IT, INSIDE THE SPAN CHECKED ABOVE
               EVALUATE TRUE
               WHEN DIFFERENCE-MODE-ACTIVE
                   PERFORM DIFFERENCE-SYNTH-PIXEL
               WHEN PITCH-SYNTH-ACTIVE
      *            THE TONE WRITES AUD-VAL(INDEX-AUD) THROUGH
      *            AUD-VAL(INDEX-AUD + BLUE-LEVEL) - EXACTLY THE
      *            SPAN THE CEILING CHECK ABOVE JUST CLEARED
                   PERFORM PITCH-SYNTH-PIXEL
               WHEN OTHER
      *    AMPLITUDE = (AMPLITUDE-SCALE*AMPLITUDE-CHANNEL-VALUE
      *                /BAND-RANGE)-AMPLITUDE-OFFSET
               MULTIPLY AMPLITUDE-CHANNEL-VALUE
               END-PERFORM

               ADD 1 TO INDEX-AUD
               END-EVALUATE

               DIVIDE INDEX-VAR-K BY CHECKPOINT-INTERVAL
                   GIVING CHECKPOINT-QUOTIENT
                       GIVING TONE-SIGN-VALUE
               END-IF
           END-PERFORM.
       DIFFERENCE-SYNTH-PIXEL SECTION.
      * ONE DIFFERENCE PIXEL AS THE SAME (AMPLITUDE, AMPLITUDE +
      * MODULATION) PAIR THE ORIGINAL GENERATOR LEAVES BEHIND, SO
      * EVERY PIXEL IS TWO SAMPLES AND TIME STILL MAPS TO POSITION
      * ALONG THE TRAVERSAL. THE ROLE VALUES ARRIVE 255-BIASED FROM
      * BUILD-DIFFERENCE-IMAGE: AN UNCHANGED PIXEL IS 0,0 - SILENCE -
      * AND A CHANGE SOUNDS IN PROPORTION TO ITS SIZE, ITS SIGN THE
      * SIGN OF THE SAMPLE. THE AMPLITUDE ROLE TAKES 96 PER STEP AND
      * THE MODULATION ROLE 32, SO A FULL-SCALE CHANGE IN BOTH ROLES
      * PEAKS AT 32640 AND NEVER CLIPS
           SUBTRACT 255 FROM AMPLITUDE-CHANNEL-VALUE
               GIVING SAMPLE-WORK
           MULTIPLY SAMPLE-WORK BY 96 GIVING AUD-VAL(INDEX-AUD)
           SUBTRACT 255 FROM MODULATION-CHANNEL-VALUE
               GIVING SAMPLE-WORK
           MULTIPLY SAMPLE-WORK BY 32 GIVING SAMPLE-WORK
           ADD AUD-VAL(INDEX-AUD) SAMPLE-WORK
               GIVING AUD-VAL(INDEX-AUD + 1)
           ADD 2 TO INDEX-AUD.
       HILBERT-MAP SECTION.
      * KEEP RECURSIVELY CALLING HILBERT-MAP UNTIL NESTING-LEVEL = 0
           IF NESTING-LEVEL IS NOT ZERO
      * EACH ROLE ON ITS OWN - THE SAME 16-BIT CEILING EITHER WAY).
      * CHANNEL 3 CARRIES THE PIXEL'S GROUP-LENGTH CHANNEL VALUE
      * SPREAD OVER THE FULL 16-BIT SPAN (VALUE*256 - 32768), WHICH
      * NEVER CLIPS AND SO INVERTS EXACTLY FOR EVERY 0-255 VALUE.
      * IN A DIFFERENCE RUN IT CARRIES THAT ROLE'S SIGNED CHANGE AT
      * 128 PER STEP INSTEAD, SO AN UNCHANGED PIXEL IS SILENT HERE
      * TOO
           ADD 1 TO INDEX-VAR-M GIVING FRAME-PIXEL-INDEX
           DIVIDE 2 INTO FRAME-PIXEL-INDEX
           MULTIPLY FRAME-PIXEL-INDEX BY 2
           IF OUTPUT-CHANNEL-COUNT IS GREATER THAN 2
               MOVE FRAME-PIXEL-INDEX TO INDEX-VAR-K
               PERFORM SELECT-CHANNEL-VALUES
               IF DIFFERENCE-MODE-ACTIVE
                   SUBTRACT 255 FROM GROUP-LEN-CHANNEL-VALUE
                       GIVING SAMPLE-WORK
                   MULTIPLY SAMPLE-WORK BY 128 GIVING SAMPLE-WORK
               ELSE
                   MULTIPLY GROUP-LEN-CHANNEL-VALUE BY 256
                       GIVING SAMPLE-WORK
                   SUBTRACT 32768 FROM SAMPLE-WORK
               END-IF
               PERFORM EMIT-OUTPUT-SAMPLE
           END-IF.
       EMIT-OUTPUT-SAMPLE SECTION.
                   WITH POINTER AUDIT-LINE-POS
           END-IF

      *    EVERY LINE NAMES THE MAPPING IN FORCE AND ITS VERSION, SO
      *    THE QUESTION "WHICH MAPPING MADE THIS WAV" IS ANSWERED BY
      *    THE LOG ITSELF AND AUDITORISE-DECODE CAN RE-RESOLVE IT
           STRING ' PROFILE=' DELIMITED BY SIZE
               ACTIVE-PROFILE-NAME DELIMITED BY SPACE
               ' VER=' DELIMITED BY SIZE
               ACTIVE-PROFILE-VERSION DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
               WITH POINTER AUDIT-LINE-POS

           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE

      *    AN IDENTIFIED IMAGE'S ATTEMPT ALSO JOINS ITS LINEAGE,
      *    STAMPED EXACTLY AS THE AUDIT LINE IS SO A REBUILD FROM THE
      *    LOGS LANDS ON THE SAME KEYS
           IF AUDIT-IMAGE-ID IS NOT = SPACES
               PERFORM RECORD-IMAGE-HISTORY
           END-IF

      *    A FAILED OR MISMATCHED IMAGE IS ALSO PUT IN FRONT OF THE
      *    OPERATOR, NOT JUST LOGGED FOR WHOEVER GOES LOOKING
           IF AUDIT-OUTCOME-FAILED OR AUDIT-OUTCOME-MISMATCH
               PERFORM ALERT-IMAGE-OUTCOME
           END-IF.
       ALERT-IMAGE-OUTCOME SECTION.
      * A MISMATCH IS WRONG OUTPUT ALREADY ON DISK, AND A FAILURE IN
      * A BATCH ABORTS OR SHORTENS THE RUN - BOTH CRITICAL. THE HOT
      * FOLDER FILES ITS FAILED IMAGE UNDER failed AND CARRIES ON, SO
      * THERE IT IS A WARNING. THE SUBJECT IS THE IMAGE ID, ELSE THE
      * WAV, ELSE THE IMAGE'S POSITION IN THE RUN
           MOVE SPACES TO ALERT-SUBJECT
           EVALUATE TRUE
               WHEN AUDIT-IMAGE-ID IS NOT = SPACES
                   MOVE AUDIT-IMAGE-ID TO ALERT-SUBJECT
               WHEN WAV-FILENAME IS NOT = SPACES
                   MOVE WAV-FILENAME TO ALERT-SUBJECT
               WHEN OTHER
                   STRING 'IMAGE ' DELIMITED BY SIZE
                       AUDIT-IMAGE-TEXT DELIMITED BY SIZE
                       INTO ALERT-SUBJECT
           END-EVALUATE

           IF AUDIT-OUTCOME-FAILED AND HOT-FOLDER-ACTIVE
               MOVE 'WARNING' TO ALERT-SEVERITY
           ELSE
               MOVE 'CRITICAL' TO ALERT-SEVERITY
           END-IF

           MOVE SPACES TO ALERT-MESSAGE
           EVALUATE TRUE
               WHEN AUDIT-OUTCOME-MISMATCH
                   STRING 'IMAGE ' DELIMITED BY SIZE
                       AUDIT-IMAGE-TEXT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WAV-FILENAME DELIMITED BY SPACE
                       ' FAILED RECONCILIATION - SEE reconcile.log'
                           DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
               WHEN REJECT-COUNT-THIS-IMAGE IS GREATER THAN
                   REJECT-LIMIT
                   STRING 'IMAGE ' DELIMITED BY SIZE
                       AUDIT-IMAGE-TEXT DELIMITED BY SIZE
                       ' REJECT LIMIT EXCEEDED - ' DELIMITED BY SIZE
                       AUDIT-REJECT-TEXT DELIMITED BY SIZE
                       ' CHANNELS REJECTED, SEE rejects.log'
                           DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
               WHEN OTHER
                   STRING 'IMAGE ' DELIMITED BY SIZE
                       AUDIT-IMAGE-TEXT DELIMITED BY SIZE
                       ' CONVERSION FAILED - SEE audit.log AND THE '
                           DELIMITED BY SIZE
                       'JOB LOG' DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
           END-EVALUATE
           PERFORM RAISE-ALERT.
       RAISE-ALERT SECTION.
      * APPENDS ONE OPEN ALERT TO '__inout__/alerts.dat' (ALERTREC)
      * FOR AUDITORISE-MAINT'S ALERT QUEUE. AN ALERT STILL OPEN FOR
      * THE SAME SOURCE, SUBJECT AND MESSAGE IS NOT RAISED AGAIN - A
      * FILE LEFT IN incoming IS MET AGAIN EVERY POLL CYCLE. AN ALERT
      * THAT CANNOT BE FILED GOES TO SYSERR INSTEAD; IT MUST NOT
      * FAIL THE WORK IT IS REPORTING ON
           IF HOT-FOLDER-ACTIVE
               MOVE 'AUDITORISE-HOTFOLDER' TO ALERT-SOURCE
           ELSE
               MOVE 'AUDITORISE-CORE' TO ALERT-SOURCE
           END-IF

           MOVE 'N' TO ALERT-REPEAT-SWITCH
           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS = '00'
               MOVE 'N' TO ALERT-SCAN-SWITCH
               PERFORM UNTIL ALERT-SCAN-DONE
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO ALERT-SCAN-SWITCH
                       NOT AT END
                           IF AL-IS-OPEN
                           AND AL-SOURCE = ALERT-SOURCE
                           AND AL-SUBJECT = ALERT-SUBJECT
                           AND AL-MESSAGE = ALERT-MESSAGE
                               MOVE 'Y' TO ALERT-REPEAT-SWITCH
                               MOVE 'Y' TO ALERT-SCAN-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           IF ALERT-ALREADY-OPEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO ALERT-RECORD
           ACCEPT AL-RAISED-DATE FROM DATE YYYYMMDD
           ACCEPT AL-RAISED-TIME FROM TIME
           MOVE ALERT-SEVERITY TO AL-SEVERITY
           MOVE ALERT-SOURCE TO AL-SOURCE
           MOVE ALERT-SUBJECT TO AL-SUBJECT
           MOVE ALERT-MESSAGE TO AL-MESSAGE

      *    THE QUEUE IS SHARED - AUDITORISE-ESCALATE AND THE MAINT
      *    ALERT SCREEN HOLD IT OPEN I-O WHILE THEY UPDATE IT. A LOCKED
      *    QUEUE (61) IS WAITED FOR A FEW SECONDS; ONLY A QUEUE THAT
      *    DOES NOT EXIST YET (35) IS EVER STARTED WITH OPEN OUTPUT
           MOVE 0 TO ALERT-OPEN-TRIES
           OPEN EXTEND ALERT-FILE
           PERFORM UNTIL ALERT-STATUS NOT = '61'
           OR ALERT-OPEN-TRIES IS NOT LESS THAN 5
               ADD 1 TO ALERT-OPEN-TRIES
               MOVE RETURN-CODE TO ALERT-SAVED-RC
               CALL 'C$SLEEP' USING BY CONTENT ALERT-RETRY-SECONDS
               MOVE ALERT-SAVED-RC TO RETURN-CODE
               OPEN EXTEND ALERT-FILE
           END-PERFORM
           IF ALERT-STATUS = '35'
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF ALERT-STATUS NOT = '00'
               DISPLAY 'RAISE-ALERT: CANNOT APPEND TO '
                   '__inout__/alerts.dat (STATUS ' ALERT-STATUS
                   ') - ' ALERT-SEVERITY ' ' ALERT-SUBJECT ' '
                   ALERT-MESSAGE UPON SYSERR
               EXIT SECTION
           END-IF
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.
       RECORD-IMAGE-HISTORY SECTION.
      * ONE RECORD PER ATTEMPT, WHATEVER ITS OUTCOME - A LINEAGE
      * THAT ONLY SHOWED THE SUCCESSES WOULD HIDE THE VERY ATTEMPTS
      * A CUSTOMER QUERY IS USUALLY ABOUT. A HISTORY THAT WILL NOT
      * TAKE THE RECORD IS WARNED ABOUT BUT NEVER FAILS THE IMAGE -
      * THE AUDIT LINE ALREADY WRITTEN IS THE PRIMARY RECORD, AND
      * THE CATALOG CONSOLE CAN REBUILD THE HISTORY FROM IT
      *    '05' = CREATED ON OPEN - A NEW HISTORY'S FIRST RECORD
           OPEN I-O HISTORY-FILE
           IF HISTORY-STATUS NOT = '00' AND HISTORY-STATUS NOT = '05'
               DISPLAY 'RECORD-IMAGE-HISTORY: CANNOT OPEN '
                   '__inout__/history.dat (STATUS ' HISTORY-STATUS
                   ') - ATTEMPT NOT ADDED TO THE LINEAGE' UPON SYSERR
               EXIT SECTION
           END-IF
           MOVE AUDIT-IMAGE-ID TO HIST-IMAGE-ID
           MOVE AUDIT-LOG-DATE TO HIST-DATE
           MOVE AUDIT-LOG-TIME TO HIST-TIME
           MOVE 0 TO HIST-SEQUENCE
           MOVE CURRENT-IMAGE-INDEX TO HIST-IMAGE-INDEX
           MOVE AUDIT-OUTCOME TO HIST-OUTCOME
           MOVE WAV-FILENAME TO HIST-OUTPUT-FILE
           MOVE INDEX-AUD TO HIST-SAMPLE-COUNT
           MOVE REJECT-COUNT-THIS-IMAGE TO HIST-REJECT-COUNT
           MOVE IMAGE-CORRECTION-COUNT TO HIST-CORRECTION-COUNT
           IF CATALOG-MODE-ACTIVE
           AND (AUDIT-OUTCOME-OK OR AUDIT-OUTCOME-SKIPPED)
               MOVE CATALOG-KEY-FINGERPRINT TO HIST-CATALOG-KEY
           ELSE
               MOVE 0 TO HIST-CATALOG-KEY
           END-IF
           MOVE ACTIVE-PROFILE-NAME TO HIST-PROFILE-NAME
           MOVE ACTIVE-PROFILE-VERSION TO HIST-PROFILE-VERSION

      *    A SECOND ATTEMPT IN THE SAME HUNDREDTH OF A SECOND TAKES
      *    THE NEXT SEQUENCE RATHER THAN OVERWRITING THE FIRST
           MOVE 'N' TO HISTORY-FILED-SWITCH
           PERFORM UNTIL HISTORY-IS-FILED
               WRITE HISTORY-RECORD
                   INVALID KEY
                       IF HISTORY-STATUS = '22'
                       AND HIST-SEQUENCE IS LESS THAN 99
                           ADD 1 TO HIST-SEQUENCE
                       ELSE
                           MOVE 'Y' TO HISTORY-FILED-SWITCH
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO HISTORY-FILED-SWITCH
               END-WRITE
           END-PERFORM
           IF HISTORY-STATUS NOT = '00'
               DISPLAY 'RECORD-IMAGE-HISTORY: HISTORY WRITE FAILED '
                   '(STATUS ' HISTORY-STATUS ') - ATTEMPT NOT ADDED '
                   'TO THE LINEAGE' UPON SYSERR
           END-IF
           CLOSE HISTORY-FILE.
       RESET-TRAVERSAL-STATE SECTION.
      * PUT THE HILBERT TRAVERSAL BACK TO ITS STARTING STATE BEFORE
      * EACH IMAGE OF A BATCH - HILBERT-MAP ALWAYS WALKS THE CURRENT
           DIVIDE 4 INTO numbit-16 GIVING RGBMAP-MODULATION-SCALE
           MOVE band-range TO RGBMAP-BAND-RANGE

           MOVE 'DEFAULT' TO ACTIVE-PROFILE-NAME
           MOVE 0 TO ACTIVE-PROFILE-VERSION
           ACCEPT PROFILE-RUN-DATE FROM DATE YYYYMMDD

      *    A RUN-WIDE LIBRARY PROFILE TAKES THE PLACE OF rgbmap.cfg
      *    ENTIRELY - A PROFILE THAT CANNOT BE RESOLVED IS THE SAME
      *    FAIL-FAST ABORT AS A BAD rgbmap.cfg, NEVER A QUIET
      *    FALLBACK TO SOME OTHER MAPPING
           MOVE SPACES TO RUN-PROFILE-TEXT
           MOVE SPACES TO RUN-PROFILE-VERSION-TEXT
           ACCEPT RUN-PROFILE-TEXT FROM ENVIRONMENT
               'AUDITORISE-PROFILE'
           ACCEPT RUN-PROFILE-VERSION-TEXT FROM ENVIRONMENT
               'AUDITORISE-PROFILE-VERSION'
           IF RUN-PROFILE-TEXT IS NOT = SPACES
               MOVE RUN-PROFILE-TEXT TO PROFILE-REQUEST-NAME
               MOVE RUN-PROFILE-VERSION-TEXT TO PROFILE-REQUEST-VERSION
               MOVE 'N' TO PROFILE-MATCH-SWITCH
               PERFORM RESOLVE-MAPPING-PROFILE
               IF NOT PROFILE-WAS-FOUND
                   DISPLAY 'INIT-RGB-MAPPING: PROFILE '
                       RUN-PROFILE-TEXT ' VERSION '
                       RUN-PROFILE-VERSION-TEXT ' IS NOT IN '
                       '__inout__/rgbprofiles.dat (OR NO VERSION IS '
                       'YET EFFECTIVE) - RUN ABORTED' UPON SYSERR
                   SET AUDIT-OUTCOME-FAILED TO TRUE
                   PERFORM WRITE-AUDIT-LOG-ENTRY
                   MOVE 28 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PROFILE-FOUND-MAPPING TO RGB-MAP-RECORD
               MOVE RUN-PROFILE-TEXT TO ACTIVE-PROFILE-NAME
               MOVE PROFILE-FOUND-VERSION TO ACTIVE-PROFILE-VERSION
               MOVE SPACES TO VALIDATE-CONTEXT-TEXT
               STRING 'PROFILE ' DELIMITED BY SIZE
                   RUN-PROFILE-TEXT DELIMITED BY SPACE
                   INTO VALIDATE-CONTEXT-TEXT
           ELSE
               OPEN INPUT RGB-MAP-FILE
               IF RGB-MAP-STATUS = '00'
                   READ RGB-MAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM IDENTIFY-RGBMAP-CFG-VERSION
                   END-READ
                   CLOSE RGB-MAP-FILE
               END-IF
               MOVE 'rgbmap.cfg' TO VALIDATE-CONTEXT-TEXT
           END-IF

           PERFORM VALIDATE-RGB-MAPPING
           MOVE RGB-MAP-RECORD TO DEFAULT-RGB-MAPPING
           MOVE ACTIVE-PROFILE-NAME TO DEFAULT-PROFILE-NAME
           MOVE ACTIVE-PROFILE-VERSION TO DEFAULT-PROFILE-VERSION.
       IDENTIFY-RGBMAP-CFG-VERSION SECTION.
      * THE LIVE rgbmap.cfg CARRIES NO NAME OR VERSION OF ITS OWN,
      * BUT EVERY SAVE THROUGH THE MAINTENANCE CONSOLE ALSO FILES ITS
      * CONTENT AS THE NEXT VERSION OF LIBRARY PROFILE 'RGBMAP-CFG' -
      * THE LATEST FILED VERSION WITH THESE EXACT BYTES IS THE ONE IN
      * FORCE. A HAND-MADE CFG NO SAVE EVER FILED STAMPS 0000
           MOVE 'RGBMAP-CFG' TO ACTIVE-PROFILE-NAME
           MOVE 0 TO ACTIVE-PROFILE-VERSION
           MOVE 'RGBMAP-CFG' TO PROFILE-REQUEST-NAME
           MOVE SPACES TO PROFILE-REQUEST-VERSION
           MOVE RGB-MAP-RECORD TO PROFILE-MATCH-MAPPING
           MOVE 'Y' TO PROFILE-MATCH-SWITCH
           PERFORM RESOLVE-MAPPING-PROFILE
           MOVE 'N' TO PROFILE-MATCH-SWITCH
           IF PROFILE-WAS-FOUND
               MOVE PROFILE-FOUND-VERSION TO ACTIVE-PROFILE-VERSION
           END-IF.
       RESOLVE-MAPPING-PROFILE SECTION.
      * LOOK PROFILE-REQUEST-NAME UP IN THE MAPPING LIBRARY. A PINNED
      * PROFILE-REQUEST-VERSION IS READ DIRECTLY; A BLANK ONE WALKS
      * THE NAME'S VERSIONS IN ASCENDING ORDER AND KEEPS THE LAST ONE
      * EFFECTIVE ON THE RUN DATE - OR, WHEN THE CALLER IS MATCHING
      * BY CONTENT, THE LAST ONE HOLDING PROFILE-MATCH-MAPPING. A
      * MISSING LIBRARY SIMPLY FINDS NOTHING
           MOVE 'N' TO PROFILE-FOUND-SWITCH
           MOVE 0 TO PROFILE-FOUND-VERSION
           MOVE SPACES TO PROFILE-FOUND-MAPPING
           OPEN INPUT PROFILE-LIBRARY-FILE
           IF PROFILE-LIBRARY-STATUS = '00'
               IF PROFILE-REQUEST-VERSION IS NOT = SPACES
                   IF PROFILE-REQUEST-VERSION IS NUMERIC
                       MOVE PROFILE-REQUEST-NAME TO PROF-NAME
                       MOVE PROFILE-REQUEST-VERSION TO PROF-VERSION
                       READ PROFILE-LIBRARY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO PROFILE-FOUND-SWITCH
                               MOVE PROF-VERSION
                                   TO PROFILE-FOUND-VERSION
                               MOVE PROF-MAPPING
                                   TO PROFILE-FOUND-MAPPING
                       END-READ
                   END-IF
               ELSE
                   MOVE PROFILE-REQUEST-NAME TO PROF-NAME
                   MOVE 0 TO PROF-VERSION
                   MOVE 'N' TO PROFILE-SCAN-SWITCH
                   START PROFILE-LIBRARY-FILE
                       KEY IS NOT LESS THAN PROF-KEY
                       INVALID KEY
                           MOVE 'Y' TO PROFILE-SCAN-SWITCH
                   END-START
                   PERFORM UNTIL PROFILE-SCAN-IS-DONE
                       READ PROFILE-LIBRARY-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO PROFILE-SCAN-SWITCH
                           NOT AT END
                               PERFORM JUDGE-PROFILE-VERSION
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PROFILE-LIBRARY-FILE
           END-IF.
       JUDGE-PROFILE-VERSION SECTION.
           IF PROF-NAME IS NOT = PROFILE-REQUEST-NAME
               MOVE 'Y' TO PROFILE-SCAN-SWITCH
           ELSE
               IF (PROFILE-MATCH-BY-MAPPING
                   AND PROF-MAPPING = PROFILE-MATCH-MAPPING)
               OR (NOT PROFILE-MATCH-BY-MAPPING
                   AND PROF-EFFECTIVE-DATE IS NOT GREATER THAN
                       PROFILE-RUN-DATE)
                   MOVE 'Y' TO PROFILE-FOUND-SWITCH
                   MOVE PROF-VERSION TO PROFILE-FOUND-VERSION
                   MOVE PROF-MAPPING TO PROFILE-FOUND-MAPPING
               END-IF
           END-IF.
       VALIDATE-RGB-MAPPING SECTION.
      * VALIDATE RATHER THAN TRUST AN EXTERNALLY-SUPPLIED MAPPING
      * (rgbmap.cfg OR A MANIFEST OVERRIDE - THE CALLER NAMES WHICH
           END-IF.
       RUN-HOT-FOLDER-LOOP SECTION.
      * THE RESIDENT SERVICE: POLL incoming, CONVERT EVERY IMAGE
      * FILE FOUND, FILE EACH UNDER done OR failed (OR held, FOR A
      * NEAR-DUPLICATE HELD FOR REVIEW), SLEEP WHEN THE
      * FOLDER IS EMPTY, AND SHUT DOWN CLEANLY WHEN THE OPERATOR
      * CREATES '__inout__/stop' (WHICH IS CONSUMED ON THE WAY OUT).
      * AN IMAGE'S INPUT FILE ONLY LEAVES incoming AFTER ITS
               USING '__inout__/done'
           CALL 'CBL_CREATE_DIR'
               USING '__inout__/failed'
           CALL 'CBL_CREATE_DIR'
               USING '__inout__/held'
           MOVE 0 TO RETURN-CODE
           MOVE 1 TO CURRENT-IMAGE-INDEX
           ACCEPT SERVICE-START-DATE FROM DATE YYYYMMDD
                   IF HOT-CYCLE-FILE-COUNT IS ZERO
                   AND NOT STOP-WAS-SIGNALLED
                   AND NOT SERVICE-IS-DRAINED
                       PERFORM SLEEP-POLL-INTERVAL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM INIT-NORMALIZE-MODE
           PERFORM INIT-OUTPUT-TIMING
           PERFORM INIT-CATALOG-MODE
           PERFORM INIT-NEAR-DUPLICATE-MODE
           PERFORM INIT-TOLERANCE-MODE.
       SLEEP-POLL-INTERVAL SECTION.
      * THE EMPTY-POLL SLEEP, TAKEN A MINUTE AT A TIME WITH status.dat
      * REFRESHED BETWEEN SLICES - AN IDLE SERVICE ON A LONG POLL
      * INTERVAL MUST NOT LOOK DEAD TO AUDITORISE-ESCALATE'S
      * HEARTBEAT CHECK
           MOVE POLL-SECONDS TO POLL-REMAINING
           PERFORM UNTIL POLL-REMAINING IS ZERO
               IF POLL-REMAINING IS GREATER THAN 60
                   MOVE 60 TO POLL-SLICE
               ELSE
                   MOVE POLL-REMAINING TO POLL-SLICE
               END-IF
               CALL 'C$SLEEP' USING BY CONTENT POLL-SLICE
               SUBTRACT POLL-SLICE FROM POLL-REMAINING
               IF POLL-REMAINING IS NOT ZERO
                   PERFORM WRITE-HOT-STATUS-FILE
               END-IF
           END-PERFORM.
       WRITE-HOT-STATUS-FILE SECTION.
      * THE HEARTBEAT - REWRITTEN WHOLESALE SO A READER ALWAYS SEES
      * ONE CONSISTENT CYCLE. A STATUS FILE THAT CANNOT BE WRITTEN
                   WITH POINTER STATUS-LINE-POS
               WRITE HOT-STATUS-RECORD

      *        WHEN THIS HEARTBEAT WAS WRITTEN - AUDITORISE-ESCALATE
      *        RAISES A SERVICE WHOSE HEARTBEAT HAS GONE STALE
               ACCEPT HEARTBEAT-DATE FROM DATE YYYYMMDD
               ACCEPT HEARTBEAT-TIME FROM TIME
               MOVE SPACES TO HOT-STATUS-RECORD
               MOVE 1 TO STATUS-LINE-POS
               STRING 'UPDATED=' DELIMITED BY SIZE
                   HEARTBEAT-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HEARTBEAT-TIME DELIMITED BY SIZE
                   INTO HOT-STATUS-RECORD
                   WITH POINTER STATUS-LINE-POS
               WRITE HOT-STATUS-RECORD

               MOVE HOT-CYCLE-COUNT TO STATUS-COUNT-TEXT
               MOVE SPACES TO HOT-STATUS-RECORD
               STRING 'CYCLES=' DELIMITED BY SIZE
               DISPLAY 'PROCESS-HOT-IMAGE: "' HOT-IMAGE-NAME '" IS '
                   'NOT A SAFE FILE NAME - LEFT IN incoming'
                   UPON SYSERR
               MOVE 'NOT A SAFE FILE NAME - LEFT IN incoming'
                   TO ALERT-MESSAGE
               PERFORM ALERT-HOT-IMAGE
           ELSE
           IF HOT-IMAGE-NAME(27:) IS NOT = SPACES
               DISPLAY 'PROCESS-HOT-IMAGE: "' HOT-IMAGE-NAME '" IS '
                   'LONGER THAN 26 CHARACTERS - LEFT IN incoming'
                   UPON SYSERR
               MOVE 'NAME LONGER THAN 26 CHARACTERS - LEFT IN '
                   & 'incoming' TO ALERT-MESSAGE
               PERFORM ALERT-HOT-IMAGE
           ELSE
               MOVE SPACES TO HOT-IMAGE-PATH
               STRING '__inout__/incoming/' DELIMITED BY SIZE
                   DISPLAY 'PROCESS-HOT-IMAGE: CANNOT OPEN '
                       HOT-IMAGE-PATH ' (STATUS ' HOT-IMAGE-STATUS
                       ') - LEFT IN incoming' UPON SYSERR
                   MOVE SPACES TO ALERT-MESSAGE
                   STRING 'CANNOT OPEN (STATUS ' DELIMITED BY SIZE
                       HOT-IMAGE-STATUS DELIMITED BY SIZE
                       ') - LEFT IN incoming' DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
                   PERFORM ALERT-HOT-IMAGE
               ELSE
                   MOVE 'F' TO INPUT-SOURCE-MODE
                   PERFORM READ-INTO-MEM
                           SET AUDIT-OUTCOME-SKIPPED TO TRUE
                           PERFORM WRITE-AUDIT-LOG-ENTRY
                       ELSE
                           PERFORM CHECK-NEAR-DUPLICATE
                           IF NOT NEAR-DUPLICATE-HELD
                               PERFORM CONVERT-CURRENT-IMAGE
                           END-IF
                       END-IF
                   END-IF

      * SHELL EVER SEES THE FILE NAME - AND ONLY A MOVE THAT
      * ACTUALLY LANDED COUNTS TOWARD THE CYCLE, SO A FILE THAT
      * KEEPS REFUSING TO MOVE CANNOT SPIN THE POLL LOOP HOT
      *    A HELD NEAR-DUPLICATE WAITS IN held FOR ITS REVIEW
           MOVE SPACES TO HOT-DEST-PATH
           EVALUATE TRUE
               WHEN AUDIT-OUTCOME-OK
               WHEN AUDIT-OUTCOME-SKIPPED
                   STRING '__inout__/done/' DELIMITED BY SIZE
                       HOT-IMAGE-NAME DELIMITED BY SPACE
                       INTO HOT-DEST-PATH
               WHEN AUDIT-OUTCOME-HELD
                   STRING '__inout__/held/' DELIMITED BY SIZE
                       HOT-IMAGE-NAME DELIMITED BY SPACE
                       INTO HOT-DEST-PATH
               WHEN OTHER
                   STRING '__inout__/failed/' DELIMITED BY SIZE
                       HOT-IMAGE-NAME DELIMITED BY SPACE
                       INTO HOT-DEST-PATH
           END-EVALUATE
           CALL 'CBL_RENAME_FILE'
               USING HOT-IMAGE-PATH HOT-DEST-PATH
           IF RETURN-CODE IS NOT ZERO
               DISPLAY 'FILE-HOT-IMAGE-INPUT: CANNOT MOVE '
                   HOT-IMAGE-PATH ' TO ' HOT-DEST-PATH
                   ' - LEFT IN incoming' UPON SYSERR
               MOVE SPACES TO ALERT-MESSAGE
               STRING 'CANNOT MOVE TO ' DELIMITED BY SIZE
                   HOT-DEST-PATH DELIMITED BY SPACE
                   ' - LEFT IN incoming' DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               PERFORM ALERT-HOT-IMAGE
           ELSE
               ADD 1 TO HOT-CYCLE-FILE-COUNT
               EVALUATE TRUE
                   WHEN AUDIT-OUTCOME-OK
                   WHEN AUDIT-OUTCOME-SKIPPED
                       ADD 1 TO HOT-DONE-COUNT
                   WHEN AUDIT-OUTCOME-HELD
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO HOT-FAILED-COUNT
               END-EVALUATE
      *        THE FILE JUST LEFT incoming - KEEP THE HEARTBEAT'S
      *        QUEUE DEPTH TRUTHFUL WITHOUT RE-LISTING THE FOLDER
               IF HOT-QUEUE-DEPTH IS GREATER THAN 0
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.
       ALERT-HOT-IMAGE SECTION.
      * AN INCOMING FILE THE SERVICE COULD NOT DEAL WITH NEEDS A
      * HUMAN, BUT THE SERVICE CARRIES ON - A WARNING ABOUT THE FILE
      * BY NAME (CUT TO THE SUBJECT'S WIDTH), MESSAGE SET BY THE
      * CALLER
           MOVE 'WARNING' TO ALERT-SEVERITY
           MOVE HOT-IMAGE-NAME TO ALERT-SUBJECT
           PERFORM RAISE-ALERT.
       CHECK-STOP-SIGNAL SECTION.
           OPEN INPUT STOP-SIGNAL-FILE
           IF STOP-SIGNAL-STATUS = '00'
           IF PITCH-SYNTH-ACTIVE
               MOVE 1 TO FINGERPRINT-FOLD-VALUE
               PERFORM FOLD-INTO-CATALOG-KEY
           END-IF
      *    A DIFFERENCE RENDERING DEPENDS ON BOTH HALVES OF ITS PAIR,
      *    SO THE BEFORE IMAGE'S FINGERPRINT IS FOLDED IN TOO - AS
      *    TWO 32-BIT HALVES, THE WIDTH OF ONE FOLD
           IF DIFFERENCE-MODE-ACTIVE
               MOVE 3 TO FINGERPRINT-FOLD-VALUE
               PERFORM FOLD-INTO-CATALOG-KEY
               DIVIDE BEFORE-FINGERPRINT BY 4294967296
                   GIVING PAIR-FOLD-QUOTIENT
                   REMAINDER PAIR-FOLD-REMAINDER
               MOVE PAIR-FOLD-QUOTIENT TO FINGERPRINT-FOLD-VALUE
               PERFORM FOLD-INTO-CATALOG-KEY
               MOVE PAIR-FOLD-REMAINDER TO FINGERPRINT-FOLD-VALUE
               PERFORM FOLD-INTO-CATALOG-KEY
           END-IF.
       FOLD-INTO-CATALOG-KEY SECTION.
           MULTIPLY CATALOG-KEY-FINGERPRINT BY 31
      *            SWEEP RECOMPUTES THIS CHECKSUM FROM THE FILE ON
      *            DISK AND ANY DRIFT IS A CORRUPTION
                   MOVE RECONCILE-CHECKSUM TO CAT-CHECKSUM
                   MOVE AUDIT-IMAGE-ID TO CAT-IMAGE-ID
                   IF SIGNATURE-WAS-BUILT
                       MOVE 'Y' TO CAT-SIGNATURE-STATE
                       MOVE SIGNATURE-SETTINGS-KEY TO CAT-SETTINGS-KEY
                       MOVE IMAGE-SIGNATURE TO CAT-SIGNATURE
                   ELSE
                       MOVE SPACE TO CAT-SIGNATURE-STATE
                       MOVE 0 TO CAT-SETTINGS-KEY
                       MOVE ZEROS TO CAT-SIGNATURE
                   END-IF
                   WRITE CATALOG-RECORD
                       INVALID KEY
                           REWRITE CATALOG-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A DIFFERENCE RUN'S PAIRS ARE THE MANIFEST'S RECORD ORDER -
      *    WITHOUT ONE THERE IS NOTHING TO SAY WHICH IMAGES PAIR UP
           IF MANIFEST-STATUS = '35'
           AND DIFFERENCE-MODE-ACTIVE
               DISPLAY 'INIT-MANIFEST: AUDITORISE-DIFFERENCE NEEDS '
                   '__inout__/manifest.dat TO PAIR ITS IMAGES - RUN '
                   'ABORTED' UPON SYSERR
               SET AUDIT-OUTCOME-FAILED TO TRUE
               PERFORM WRITE-AUDIT-LOG-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MANIFEST-STATUS = '00'
               MOVE 'Y' TO MANIFEST-MODE-SWITCH
               MOVE 0 TO MANIFEST-IMAGE-COUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF DIFFERENCE-MODE-ACTIVE
                   DIVIDE MANIFEST-IMAGE-COUNT BY 2 GIVING PAIR-NUMBER
                       REMAINDER PAIR-PARITY
                   IF PAIR-PARITY IS NOT ZERO
                       DISPLAY 'INIT-MANIFEST: AUDITORISE-DIFFERENCE '
                           'NEEDS BEFORE/AFTER PAIRS BUT THE MANIFEST '
                           'HOLDS AN ODD NUMBER OF RECORDS - RUN '
                           'ABORTED' UPON SYSERR
                       SET AUDIT-OUTCOME-FAILED TO TRUE
                       PERFORM WRITE-AUDIT-LOG-ENTRY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               DISPLAY 'INIT-MANIFEST: RUN DRIVEN BY MANIFEST - '
                   MANIFEST-IMAGE-COUNT ' IMAGE(S)'
           END-IF.
               STOP RUN
           END-IF

      *    THE BEFORE HALF OF A DIFFERENCE PAIR IS NEVER CONVERTED -
      *    AN OUTPUT NAME, OVERRIDE OR TRAVERSAL ON IT WOULD BE
      *    SILENTLY IGNORED, SO IT IS REFUSED. THE AFTER RECORD
      *    CARRIES ALL OF THOSE FOR THE PAIR
           MOVE SPACES TO MANIFEST-PROFILE-ENTRY(MANIFEST-LOAD-INDEX)
           IF DIFFERENCE-MODE-ACTIVE
               DIVIDE MANIFEST-LOAD-INDEX BY 2 GIVING PAIR-NUMBER
                   REMAINDER PAIR-PARITY
               IF PAIR-PARITY IS EQUAL TO 1
                   IF MF-OUTPUT-WAV-NAME IS NOT = SPACES
                   OR (MF-RGBMAP-FLAG IS NOT = SPACE
                       AND MF-RGBMAP-FLAG IS NOT = 'N')
                   OR MF-TRAVERSAL-MODE IS NOT = SPACES
                       DISPLAY 'INIT-MANIFEST: RECORD '
                           MANIFEST-CONTEXT-IMAGE ' IS THE BEFORE '
                           'HALF OF A DIFFERENCE PAIR AND MAY NOT '
                           'NAME AN OUTPUT, OVERRIDE OR TRAVERSAL - '
                           'RUN ABORTED' UPON SYSERR
                       SET AUDIT-OUTCOME-FAILED TO TRUE
                       PERFORM WRITE-AUDIT-LOG-ENTRY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   EXIT SECTION
               END-IF
           END-IF

           IF MF-RGBMAP-FLAG IS NOT = 'Y'
           AND MF-RGBMAP-FLAG IS NOT = 'P'
           AND MF-RGBMAP-FLAG IS NOT = 'N'
           AND MF-RGBMAP-FLAG IS NOT = SPACE
               DISPLAY 'INIT-MANIFEST: RECORD '
                   MANIFEST-CONTEXT-IMAGE ' HAS AN OVERRIDE FLAG '
                   'OF "' MF-RGBMAP-FLAG '" (NOT Y, P, N OR BLANK) - '
                   'MALFORMED MANIFEST - RUN ABORTED' UPON SYSERR
               SET AUDIT-OUTCOME-FAILED TO TRUE
               PERFORM WRITE-AUDIT-LOG-ENTRY
               MOVE DEFAULT-RGB-MAPPING TO RGB-MAP-RECORD
           END-IF

      *    A PROFILE REFERENCE IS RESOLVED NOW, ONCE, AND THE MAPPING
      *    IT RESOLVED TO IS JUDGED LIKE ANY OTHER OVERRIDE - A NAME
      *    THE LIBRARY DOES NOT HOLD ABORTS BEFORE IMAGE 1, NOT ON
      *    THE IMAGE THAT NEEDED IT
           MOVE SPACES TO MANIFEST-PROFILE-ENTRY(MANIFEST-LOAD-INDEX)
           IF MF-HAS-PROFILE-REFERENCE
               MOVE MF-PROFILE-NAME TO PROFILE-REQUEST-NAME
               MOVE MF-PROFILE-VERSION TO PROFILE-REQUEST-VERSION
               MOVE 'N' TO PROFILE-MATCH-SWITCH
               PERFORM RESOLVE-MAPPING-PROFILE
               IF NOT PROFILE-WAS-FOUND
                   DISPLAY 'INIT-MANIFEST: RECORD '
                       MANIFEST-CONTEXT-IMAGE ' NAMES PROFILE '
                       MF-PROFILE-NAME ' VERSION ' MF-PROFILE-VERSION
                       ' WHICH __inout__/rgbprofiles.dat DOES NOT '
                       'HOLD (OR NO VERSION IS YET EFFECTIVE) - RUN '
                       'ABORTED' UPON SYSERR
                   SET AUDIT-OUTCOME-FAILED TO TRUE
                   PERFORM WRITE-AUDIT-LOG-ENTRY
                   MOVE 28 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PROFILE-FOUND-MAPPING TO RGB-MAP-RECORD
               MOVE SPACES TO VALIDATE-CONTEXT-TEXT
               STRING 'PROFILE ' DELIMITED BY SIZE
                   MF-PROFILE-NAME DELIMITED BY SPACE
                   ' (MANIFEST ' DELIMITED BY SIZE
                   MANIFEST-CONTEXT-IMAGE DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO VALIDATE-CONTEXT-TEXT
               PERFORM VALIDATE-RGB-MAPPING
               MOVE DEFAULT-RGB-MAPPING TO RGB-MAP-RECORD
               MOVE MF-PROFILE-NAME
                   TO MP-PROFILE-NAME(MANIFEST-LOAD-INDEX)
               MOVE PROFILE-FOUND-VERSION
                   TO MP-PROFILE-VERSION(MANIFEST-LOAD-INDEX)
               MOVE PROFILE-FOUND-MAPPING
                   TO MP-PROFILE-MAPPING(MANIFEST-LOAD-INDEX)
           END-IF

      *    A BLANK NAME MEANS THE NUMBERED CONVENTION - MATERIALIZE
      *    THAT NAME INTO THE ENTRY NOW, SO THE DUPLICATE CHECK
      *    BELOW JUDGES THE NAMES THAT WILL ACTUALLY LAND ON DISK
           IF MANIFEST-MODE-ACTIVE
               MOVE DEFAULT-RGB-MAPPING TO RGB-MAP-RECORD
               MOVE DEFAULT-TRAVERSAL-FLAG TO TRAVERSAL-MODE-FLAG
               MOVE DEFAULT-PROFILE-NAME TO ACTIVE-PROFILE-NAME
               MOVE DEFAULT-PROFILE-VERSION TO ACTIVE-PROFILE-VERSION
               IF MF-ENTRY-HAS-OVERRIDE(CURRENT-IMAGE-INDEX)
                   MOVE MF-ENTRY-RGBMAP(CURRENT-IMAGE-INDEX)
                       TO RGB-MAP-RECORD
                   MOVE 'INLINE' TO ACTIVE-PROFILE-NAME
                   MOVE 0 TO ACTIVE-PROFILE-VERSION
               END-IF
               IF MF-ENTRY-HAS-PROFILE(CURRENT-IMAGE-INDEX)
                   MOVE MP-PROFILE-MAPPING(CURRENT-IMAGE-INDEX)
                       TO RGB-MAP-RECORD
                   MOVE MP-PROFILE-NAME(CURRENT-IMAGE-INDEX)
                       TO ACTIVE-PROFILE-NAME
                   MOVE MP-PROFILE-VERSION(CURRENT-IMAGE-INDEX)
                       TO ACTIVE-PROFILE-VERSION
               END-IF
      *        THE LOAD ALREADY REFUSED ANYTHING BUT THESE TWO WORDS
      *        OR BLANK
           OPEN OUTPUT CKPT-STATE-FILE
           WRITE CKPT-STATE-RECORD
           CLOSE CKPT-STATE-FILE.
       INIT-CONTROL-TOTALS SECTION.
      * A SENDER THAT ALWAYS SENDS ITS TRAILER CAN HAVE ITS ABSENCE
      * TREATED AS THE TRUNCATION IT ALMOST CERTAINLY IS
           ACCEPT CONTROL-TOTALS-TEXT FROM ENVIRONMENT
               'AUDITORISE-CONTROL-TOTALS'
           IF CONTROL-TOTALS-TEXT = 'REQUIRED'
               MOVE 'Y' TO CONTROL-TOTALS-FLAG
           ELSE
               MOVE 'N' TO CONTROL-TOTALS-FLAG
           END-IF.
       START-BATCH-BALANCING SECTION.
      * RAISE THE RELEASE HOLD AND LEAVE AN INTERIM REPORT BEFORE
      * IMAGE 1 IS READ - IF THE RUN ABENDS, BOTH SAY SO AND NOTHING
      * FROM THE HALF-READ FEED CAN BE RELEASED. A HOLD THAT CANNOT
      * BE RAISED IS FATAL FOR THE SAME REASON. A HOLD STILL STANDING
      * FROM AN EARLIER BATCH IS LEFT EXACTLY AS IT IS
           ACCEPT BALANCE-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT BALANCE-RUN-TIME FROM TIME
           PERFORM READ-STANDING-HOLD
           IF PRIOR-HOLD-STANDS
               DISPLAY 'START-BATCH-BALANCING: RELEASE HOLD FROM AN '
                   'EARLIER BATCH STILL IN FORCE - ' PRIOR-HOLD-LINE
                   UPON SYSERR
           ELSE
               MOVE 'BATCH IN PROGRESS - NOT YET BALANCED'
                   TO RELEASE-HOLD-TEXT
               PERFORM RAISE-RELEASE-HOLD
           END-IF

           OPEN OUTPUT BALANCE-REPORT-FILE
           IF BALANCE-REPORT-STATUS NOT = '00'
               DISPLAY 'START-BATCH-BALANCING: CANNOT WRITE '
                   '__inout__/balance-report.txt (STATUS '
                   BALANCE-REPORT-STATUS ') - RUN ABORTED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-BALANCE-HEADING
           MOVE 'BATCH STATUS: IN PROGRESS - RUN HAS NOT FINISHED'
               TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE
           CLOSE BALANCE-REPORT-FILE.
       READ-STANDING-HOLD SECTION.
      * ONLY THE 'IN PROGRESS' HOLD OF AN ABENDED RUN IS THIS RUN'S
      * TO TAKE OVER. ANY OTHER HOLD - OUT OF BALANCE, OR A FILE
      * WITH NO REASON IN IT AT ALL - STANDS
           MOVE 'N' TO PRIOR-HOLD-SWITCH
           MOVE SPACES TO PRIOR-HOLD-LINE
           OPEN INPUT RELEASE-HOLD-FILE
           IF RELEASE-HOLD-STATUS NOT = '00'
               EXIT SECTION
           END-IF
           READ RELEASE-HOLD-FILE
               AT END
                   MOVE '(NO REASON GIVEN)' TO PRIOR-HOLD-LINE
               NOT AT END
                   MOVE RELEASE-HOLD-RECORD TO PRIOR-HOLD-LINE
           END-READ
           CLOSE RELEASE-HOLD-FILE
           MOVE 0 TO PRIOR-HOLD-TALLY
           INSPECT PRIOR-HOLD-LINE TALLYING PRIOR-HOLD-TALLY
               FOR ALL 'BATCH IN PROGRESS'
           IF PRIOR-HOLD-TALLY IS ZERO
               MOVE 'Y' TO PRIOR-HOLD-SWITCH
           END-IF.
       RAISE-RELEASE-HOLD SECTION.
      * BESIDE A STANDING HOLD THIS BATCH'S REASON IS ADDED AS A
      * FURTHER LINE, SO THE EARLIER BATCH'S REASON STAYS FIRST
           IF PRIOR-HOLD-STANDS
               OPEN EXTEND RELEASE-HOLD-FILE
           ELSE
               OPEN OUTPUT RELEASE-HOLD-FILE
           END-IF
           IF RELEASE-HOLD-STATUS NOT = '00'
               DISPLAY 'RAISE-RELEASE-HOLD: CANNOT WRITE '
                   '__inout__/release.hold (STATUS '
                   RELEASE-HOLD-STATUS ') - RUN ABORTED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RELEASE-HOLD-RECORD
           STRING BALANCE-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BALANCE-RUN-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RELEASE-HOLD-TEXT DELIMITED BY SIZE
               INTO RELEASE-HOLD-RECORD
           WRITE RELEASE-HOLD-RECORD
           CLOSE RELEASE-HOLD-FILE.
       TALLY-BATCH-OUTCOME SECTION.
      * EVERY IMAGE READ LANDS IN EXACTLY ONE OUTCOME - THE REPORT'S
      * CROSS-FOOT. AN IMAGE BEFORE BATCH-START-IMAGE WAS FINISHED
      * BY AN EARLIER, ABENDED ATTEMPT AND ONLY READ HERE. THE BEFORE
      * HALF OF A DIFFERENCE PAIR IS ONLY EVER KEPT, NEVER CONVERTED
           IF IMAGE-IS-PAIR-BEFORE
               ADD 1 TO PAIR-BEFORE-IMAGE-COUNT
               EXIT SECTION
           END-IF
           IF CURRENT-IMAGE-INDEX IS LESS THAN BATCH-START-IMAGE
               ADD 1 TO EARLIER-RUN-IMAGE-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN AUDIT-OUTCOME-OK
                       ADD 1 TO CONVERTED-IMAGE-COUNT
                   WHEN AUDIT-OUTCOME-SKIPPED
                       ADD 1 TO SKIPPED-IMAGE-COUNT
                   WHEN AUDIT-OUTCOME-MISMATCH
                       ADD 1 TO MISMATCH-IMAGE-COUNT
                   WHEN AUDIT-OUTCOME-HELD
                       ADD 1 TO HELD-IMAGE-COUNT
                   WHEN OTHER
                       ADD 1 TO FAILED-IMAGE-COUNT
               END-EVALUATE
           END-IF.
       BALANCE-BATCH-TOTALS SECTION.
      * THE LAST IMAGE HAS BEEN READ. WHAT FOLLOWS ON STDIN IS THE
      * SENDER'S TRAILER, NOTHING, OR MORE DATA THAN THE BATCH SAID
      * IT HELD (A DOUBLED TRANSFER). JUDGE IT, SET THE SENT TOTALS
      * AGAINST THE RECEIVED ONES, PRINT THE BALANCING REPORT, AND
      * LIFT THE RELEASE HOLD ONLY IF NOTHING IS OUT OF BALANCE AND
      * THE HOLD IS THE ONE THIS RUN RAISED
           MOVE 0 TO BALANCE-REASON-COUNT
           MOVE 'N' TO TRAILER-STATE
           MOVE SPACES TO CONTROL-TRAILER-WORK
           ACCEPT CONTROL-TRAILER-WORK FROM STDIN
           EVALUATE TRUE
               WHEN CT-IS-TRAILER
                   PERFORM JUDGE-CONTROL-TRAILER
                   MOVE SPACES TO EXCESS-INPUT-WORK
                   ACCEPT EXCESS-INPUT-WORK FROM STDIN
                   IF EXCESS-INPUT-WORK IS NOT = SPACES
                       MOVE 'STDIN CONTINUES AFTER THE TRAILER RECORD'
                           TO BALANCE-REASON-TEXT
                       PERFORM NOTE-BALANCE-REASON
                   END-IF
               WHEN CONTROL-TRAILER-WORK = SPACES
                   IF CONTROL-TOTALS-REQUIRED
                       MOVE 'NO TRAILER RECORD - AUDITORISE-CONTROL-'
                           & 'TOTALS=REQUIRED' TO BALANCE-REASON-TEXT
                       PERFORM NOTE-BALANCE-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'STDIN CONTINUES PAST THE LAST IMAGE OF THE '
                       & 'BATCH' TO BALANCE-REASON-TEXT
                   PERFORM NOTE-BALANCE-REASON
           END-EVALUATE

      *    THE PACKED FEED IS JUDGED THE SAME WAY - A DOUBLED in.bin
      *    STILL HAS PIXELS LEFT WHEN THE BATCH IS DONE WITH IT
           IF PACKED-INPUT-ACTIVE
               READ PACKED-PIXEL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE '__inout__/in.bin CONTINUES PAST THE LAST '
                           & 'IMAGE OF THE BATCH' TO BALANCE-REASON-TEXT
                       PERFORM NOTE-BALANCE-REASON
               END-READ
           END-IF

           ADD CONVERTED-IMAGE-COUNT SKIPPED-IMAGE-COUNT
               MISMATCH-IMAGE-COUNT FAILED-IMAGE-COUNT
               EARLIER-RUN-IMAGE-COUNT PAIR-BEFORE-IMAGE-COUNT
               HELD-IMAGE-COUNT GIVING ACCOUNTED-IMAGE-COUNT
           IF ACCOUNTED-IMAGE-COUNT IS NOT = RECEIVED-IMAGE-COUNT
               MOVE 'IMAGES RECEIVED AND IMAGES ACCOUNTED FOR DIFFER'
                   TO BALANCE-REASON-TEXT
               PERFORM NOTE-BALANCE-REASON
           END-IF

           EVALUATE TRUE
               WHEN BALANCE-REASON-COUNT IS GREATER THAN 0
                   SET BATCH-IS-OUT-OF-BALANCE TO TRUE
               WHEN TRAILER-WAS-RECEIVED
                   SET BATCH-IS-BALANCED TO TRUE
               WHEN OTHER
                   SET BATCH-IS-UNVERIFIED TO TRUE
           END-EVALUATE
           PERFORM WRITE-BALANCE-REPORT

           IF BATCH-IS-OUT-OF-BALANCE
               MOVE 'BATCH OUT OF BALANCE - SEE balance-report.txt'
                   TO RELEASE-HOLD-TEXT
               PERFORM RAISE-RELEASE-HOLD
               DISPLAY 'BALANCE-BATCH-TOTALS: BATCH IS OUT OF '
                   'BALANCE - RELEASE REFUSED, SEE '
                   '__inout__/balance-report.txt' UPON SYSERR
               MOVE 'CRITICAL' TO ALERT-SEVERITY
               MOVE '__inout__/balance-report.txt' TO ALERT-SUBJECT
               MOVE 'BATCH OUT OF BALANCE - RELEASE HELD, SEE THE '
                   & 'BALANCE REPORT' TO ALERT-MESSAGE
               PERFORM RAISE-ALERT
           ELSE
               IF PRIOR-HOLD-STANDS
                   DISPLAY 'BALANCE-BATCH-TOTALS: BATCH BALANCED BUT '
                       'THE RELEASE HOLD FROM AN EARLIER BATCH STANDS '
                       '- REMOVE __inout__/release.hold ONCE IT IS '
                       'RESOLVED' UPON SYSERR
               ELSE
                   CALL 'CBL_DELETE_FILE'
                       USING '__inout__/release.hold'
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       JUDGE-CONTROL-TRAILER SECTION.
      * A TRAILER THAT IS NOT NUMERIC CANNOT VOUCH FOR ANYTHING - IT
      * PUTS THE BATCH OUT OF BALANCE ON ITS OWN
           IF CT-IMAGE-COUNT IS NOT NUMERIC
           OR CT-PIXEL-COUNT IS NOT NUMERIC
           OR CT-HASH-TOTAL IS NOT NUMERIC
               MOVE 'B' TO TRAILER-STATE
               MOVE 'TRAILER RECORD TOTALS ARE NOT NUMERIC'
                   TO BALANCE-REASON-TEXT
               PERFORM NOTE-BALANCE-REASON
               EXIT SECTION
           END-IF
           MOVE 'Y' TO TRAILER-STATE
           IF CT-IMAGE-COUNT IS NOT = RECEIVED-IMAGE-COUNT
               MOVE 'IMAGE COUNT SENT AND RECEIVED DIFFER'
                   TO BALANCE-REASON-TEXT
               PERFORM NOTE-BALANCE-REASON
           END-IF
           IF CT-PIXEL-COUNT IS NOT = RECEIVED-PIXEL-COUNT
               MOVE 'PIXEL COUNT SENT AND RECEIVED DIFFER'
                   TO BALANCE-REASON-TEXT
               PERFORM NOTE-BALANCE-REASON
           END-IF
           IF CT-HASH-TOTAL IS NOT = RECEIVED-HASH-TOTAL
               MOVE 'HASH TOTAL SENT AND RECEIVED DIFFER'
                   TO BALANCE-REASON-TEXT
               PERFORM NOTE-BALANCE-REASON
           END-IF.
       NOTE-BALANCE-REASON SECTION.
           IF BALANCE-REASON-COUNT IS LESS THAN 8
               ADD 1 TO BALANCE-REASON-COUNT
               MOVE BALANCE-REASON-TEXT
                   TO BALANCE-REASON(BALANCE-REASON-COUNT)
           END-IF.
       WRITE-BALANCE-REPORT SECTION.
      * THE SHIFT COPY - SENT, RECEIVED AND THEIR DIFFERENCE, WHERE
      * EVERY IMAGE READ ENDED UP, AND THE VERDICT WITH ITS REASONS.
      * EVERY LINE ALSO GOES TO THE JOB LOG
           OPEN OUTPUT BALANCE-REPORT-FILE
           IF BALANCE-REPORT-STATUS NOT = '00'
               DISPLAY 'WRITE-BALANCE-REPORT: CANNOT WRITE '
                   '__inout__/balance-report.txt (STATUS '
                   BALANCE-REPORT-STATUS ')' UPON SYSERR
               SET BATCH-IS-OUT-OF-BALANCE TO TRUE
               EXIT SECTION
           END-IF
           PERFORM WRITE-BALANCE-HEADING
           MOVE BALANCE-HEADING-LINE TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE

           MOVE 'SENT (TRAILER)' TO BT-LABEL
           EVALUATE TRUE
               WHEN TRAILER-IS-UNREADABLE
                   MOVE 'SENT (TRAILER)      NOT NUMERIC'
                       TO BALANCE-REPORT-RECORD
               WHEN TRAILER-WAS-RECEIVED
                   MOVE CT-IMAGE-COUNT TO BT-IMAGES
                   MOVE CT-PIXEL-COUNT TO BT-PIXELS
                   MOVE CT-HASH-TOTAL TO BT-HASH
                   MOVE BALANCE-TOTALS-LINE TO BALANCE-REPORT-RECORD
               WHEN OTHER
                   MOVE 'SENT (TRAILER)      NONE RECEIVED'
                       TO BALANCE-REPORT-RECORD
           END-EVALUATE
           PERFORM PUT-BALANCE-LINE

           MOVE 'RECEIVED' TO BT-LABEL
           MOVE RECEIVED-IMAGE-COUNT TO BT-IMAGES
           MOVE RECEIVED-PIXEL-COUNT TO BT-PIXELS
           MOVE RECEIVED-HASH-TOTAL TO BT-HASH
           MOVE BALANCE-TOTALS-LINE TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE

           IF TRAILER-WAS-RECEIVED
           AND NOT TRAILER-IS-UNREADABLE
               MOVE 'DIFFERENCE' TO BT-LABEL
               SUBTRACT RECEIVED-IMAGE-COUNT FROM CT-IMAGE-COUNT
                   GIVING BALANCE-DIFFERENCE
               MOVE BALANCE-DIFFERENCE TO BT-IMAGES
               SUBTRACT RECEIVED-PIXEL-COUNT FROM CT-PIXEL-COUNT
                   GIVING BALANCE-DIFFERENCE
               MOVE BALANCE-DIFFERENCE TO BT-PIXELS
               SUBTRACT RECEIVED-HASH-TOTAL FROM CT-HASH-TOTAL
                   GIVING BALANCE-DIFFERENCE
               MOVE BALANCE-DIFFERENCE TO BT-HASH
               MOVE BALANCE-TOTALS-LINE TO BALANCE-REPORT-RECORD
               PERFORM PUT-BALANCE-LINE
           END-IF

           MOVE SPACES TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE
           MOVE 'CONVERTED' TO BC-LABEL
           MOVE CONVERTED-IMAGE-COUNT TO BC-COUNT
           PERFORM PUT-BALANCE-COUNT
           MOVE 'SKIPPED (CATALOG)' TO BC-LABEL
           MOVE SKIPPED-IMAGE-COUNT TO BC-COUNT
           PERFORM PUT-BALANCE-COUNT
           MOVE 'MISMATCHED' TO BC-LABEL
           MOVE MISMATCH-IMAGE-COUNT TO BC-COUNT
           PERFORM PUT-BALANCE-COUNT
           MOVE 'FAILED' TO BC-LABEL
           MOVE FAILED-IMAGE-COUNT TO BC-COUNT
           PERFORM PUT-BALANCE-COUNT
           IF HELD-IMAGE-COUNT IS GREATER THAN 0
               MOVE 'HELD (NEAR-DUP)' TO BC-LABEL
               MOVE HELD-IMAGE-COUNT TO BC-COUNT
               PERFORM PUT-BALANCE-COUNT
           END-IF
           MOVE 'DONE IN EARLIER RUN' TO BC-LABEL
           MOVE EARLIER-RUN-IMAGE-COUNT TO BC-COUNT
           PERFORM PUT-BALANCE-COUNT
           IF DIFFERENCE-MODE-ACTIVE
               MOVE 'KEPT AS PAIR BEFORE' TO BC-LABEL
               MOVE PAIR-BEFORE-IMAGE-COUNT TO BC-COUNT
               PERFORM PUT-BALANCE-COUNT
           END-IF
           MOVE 'TOTAL ACCOUNTED' TO BC-LABEL
           MOVE ACCOUNTED-IMAGE-COUNT TO BC-COUNT
           PERFORM PUT-BALANCE-COUNT

           MOVE SPACES TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE
           EVALUATE TRUE
               WHEN BATCH-IS-BALANCED
                   MOVE 'BATCH STATUS: BALANCED - RELEASE PERMITTED'
                       TO BALANCE-REPORT-RECORD
               WHEN BATCH-IS-UNVERIFIED
                   MOVE 'BATCH STATUS: UNVERIFIED (NO TRAILER) - '
                       & 'RELEASE PERMITTED' TO BALANCE-REPORT-RECORD
               WHEN OTHER
                   MOVE 'BATCH STATUS: OUT OF BALANCE - RELEASE '
                       & 'REFUSED' TO BALANCE-REPORT-RECORD
           END-EVALUATE
           PERFORM PUT-BALANCE-LINE
           IF PRIOR-HOLD-STANDS
               MOVE 'RELEASE STILL HELD BY AN EARLIER BATCH - '
                   & '__inout__/release.hold:'
                   TO BALANCE-REPORT-RECORD
               PERFORM PUT-BALANCE-LINE
               MOVE SPACES TO BALANCE-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                   PRIOR-HOLD-LINE DELIMITED BY SIZE
                   INTO BALANCE-REPORT-RECORD
               PERFORM PUT-BALANCE-LINE
           END-IF
           PERFORM VARYING BALANCE-REASON-INDEX FROM 1 BY 1
           UNTIL BALANCE-REASON-INDEX IS GREATER THAN
               BALANCE-REASON-COUNT
               MOVE SPACES TO BALANCE-REPORT-RECORD
               STRING '  REASON: ' DELIMITED BY SIZE
                   BALANCE-REASON(BALANCE-REASON-INDEX)
                       DELIMITED BY SIZE
                   INTO BALANCE-REPORT-RECORD
               PERFORM PUT-BALANCE-LINE
           END-PERFORM

           MOVE SPACES TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE
           MOVE 'CHECKED BY ________  DATE ________  SHIFT ____'
               TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE
           CLOSE BALANCE-REPORT-FILE.
       WRITE-BALANCE-HEADING SECTION.
      * TITLE, RUN STAMP, AND HOW THE FEED WAS FRAMED - SHARED BY
      * THE INTERIM AND THE FINAL REPORT
           MOVE SPACES TO BALANCE-REPORT-RECORD
           MOVE 1 TO BALANCE-LINE-POS
           STRING 'AUDITORISE BATCH BALANCING REPORT    RUN '
                   DELIMITED BY SIZE
               BALANCE-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BALANCE-RUN-TIME DELIMITED BY SIZE
               INTO BALANCE-REPORT-RECORD
               WITH POINTER BALANCE-LINE-POS
           PERFORM PUT-BALANCE-LINE

           MOVE SPACES TO BALANCE-REPORT-RECORD
           MOVE 1 TO BALANCE-LINE-POS
           EVALUATE TRUE
               WHEN MANIFEST-MODE-ACTIVE
                   STRING 'FEED: MANIFEST' DELIMITED BY SIZE
                       INTO BALANCE-REPORT-RECORD
                       WITH POINTER BALANCE-LINE-POS
               WHEN BATCH-MODE-ACTIVE
                   STRING 'FEED: COUNTED BATCH' DELIMITED BY SIZE
                       INTO BALANCE-REPORT-RECORD
                       WITH POINTER BALANCE-LINE-POS
               WHEN OTHER
                   STRING 'FEED: SINGLE IMAGE' DELIMITED BY SIZE
                       INTO BALANCE-REPORT-RECORD
                       WITH POINTER BALANCE-LINE-POS
           END-EVALUATE
           IF PACKED-INPUT-ACTIVE
               STRING '   PIXELS: __inout__/in.bin' DELIMITED BY SIZE
                   INTO BALANCE-REPORT-RECORD
                   WITH POINTER BALANCE-LINE-POS
           ELSE
               STRING '   PIXELS: __inout__/in.txt' DELIMITED BY SIZE
                   INTO BALANCE-REPORT-RECORD
                   WITH POINTER BALANCE-LINE-POS
           END-IF
           IF BATCH-START-IMAGE IS GREATER THAN 1
               MOVE BATCH-START-IMAGE TO BALANCE-START-TEXT
               STRING '   RESTARTED AT IMAGE ' DELIMITED BY SIZE
                   BALANCE-START-TEXT DELIMITED BY SIZE
                   INTO BALANCE-REPORT-RECORD
                   WITH POINTER BALANCE-LINE-POS
           END-IF
           PERFORM PUT-BALANCE-LINE
           MOVE SPACES TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE.
       PUT-BALANCE-COUNT SECTION.
           MOVE BALANCE-COUNT-LINE TO BALANCE-REPORT-RECORD
           PERFORM PUT-BALANCE-LINE.
       PUT-BALANCE-LINE SECTION.
           WRITE BALANCE-REPORT-RECORD
           DISPLAY BALANCE-REPORT-RECORD.
       INIT-DIFFERENCE-MODE SECTION.
      * AUDITORISE-DIFFERENCE=Y TURNS A MANIFEST BATCH INTO BEFORE/
      * AFTER PAIRS. THE PAIRING IS THE MANIFEST'S RECORD ORDER, SO
      * THE HOT FOLDER (ONE UNRELATED IMAGE PER FILE) HAS NOTHING TO
      * PAIR, AND THE TONE RENDERING HAS NO SILENCE FOR AN UNCHANGED
      * PIXEL TO MAP TO
           ACCEPT DIFFERENCE-MODE-TEXT FROM ENVIRONMENT
               'AUDITORISE-DIFFERENCE'
           IF DIFFERENCE-MODE-TEXT = 'Y'
               MOVE 'Y' TO DIFFERENCE-MODE-FLAG
           ELSE
               MOVE 'N' TO DIFFERENCE-MODE-FLAG
               EXIT SECTION
           END-IF
           IF HOT-FOLDER-ACTIVE
               DISPLAY 'INIT-DIFFERENCE-MODE: THE HOT FOLDER HAS NO '
                   'BEFORE/AFTER PAIRS - AUDITORISE-DIFFERENCE '
                   'IGNORED' UPON SYSERR
               MOVE 'N' TO DIFFERENCE-MODE-FLAG
               EXIT SECTION
           END-IF
           IF PITCH-SYNTH-ACTIVE
               DISPLAY 'INIT-DIFFERENCE-MODE: AUDITORISE-DIFFERENCE '
                   'AND AUDITORISE-SYNTHESIS=PITCH CANNOT BE '
                   'COMBINED - RUN ABORTED' UPON SYSERR
               SET AUDIT-OUTCOME-FAILED TO TRUE
               PERFORM WRITE-AUDIT-LOG-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DIFFERENCE-REPORT-FILE
           IF DIFFERENCE-REPORT-STATUS NOT = '00'
               DISPLAY 'INIT-DIFFERENCE-MODE: CANNOT WRITE '
                   '__inout__/difference-report.txt (STATUS '
                   DIFFERENCE-REPORT-STATUS ') - RUN ABORTED'
                   UPON SYSERR
               SET AUDIT-OUTCOME-FAILED TO TRUE
               PERFORM WRITE-AUDIT-LOG-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT DIFFERENCE-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT DIFFERENCE-RUN-TIME FROM TIME
           MOVE SPACES TO DIFFERENCE-REPORT-RECORD
           STRING 'AUDITORISE DIFFERENCE REPORT - RUN '
               DELIMITED BY SIZE
               DIFFERENCE-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DIFFERENCE-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO DIFFERENCE-REPORT-RECORD
           PERFORM PUT-DIFFERENCE-LINE
           MOVE 'CHANGED = PIXELS WITH ANY CHANNEL CHANGED, OF ALL '
               & 'PIXELS IN THE PAIR' TO DIFFERENCE-REPORT-RECORD
           PERFORM PUT-DIFFERENCE-LINE
           MOVE 'BOX = (ROW,COLUMN) OF THE TOP-LEFT AND BOTTOM-RIGHT '
               & 'CORNERS OF THE CHANGED AREA'
               TO DIFFERENCE-REPORT-RECORD
           PERFORM PUT-DIFFERENCE-LINE
           CLOSE DIFFERENCE-REPORT-FILE.
       SAVE-BEFORE-IMAGE SECTION.
      * KEEP THE BEFORE HALF OF A PAIR UNTIL ITS AFTER HALF IS READ
           MOVE IMG TO BEFORE-IMG
           MOVE ACTUAL-IMG-WIDTH TO BEFORE-IMG-WIDTH
           MOVE ACTUAL-IMG-HEIGHT TO BEFORE-IMG-HEIGHT
           MOVE IMAGE-FINGERPRINT TO BEFORE-FINGERPRINT
           MOVE AUDIT-IMAGE-ID TO BEFORE-IMAGE-ID.
       BUILD-DIFFERENCE-IMAGE SECTION.
      * REPLACE THE AFTER PIXELS IN IMG WITH EACH CHANNEL'S CHANGE
      * SINCE THE BEFORE CAPTURE, BIASED BY 255 TO FIT PICTURE 999
      * (0 = FULL DROP, 255 = NO CHANGE, 510 = FULL RISE), AND
      * MEASURE HOW MUCH OF THE SCENE CHANGED AND WHERE. THE WHOLE
      * GRID IS DONE, NOT JUST THE IMAGE, SO THE CELLS A HILBERT
      * WALK PASSES OUTSIDE THE IMAGE COME OUT SILENT AS WELL
           MOVE 'N' TO PAIR-SIZE-SWITCH
           MOVE 0 TO PAIR-CHANGED-COUNT
           MOVE img-len TO PAIR-BOX-TOP
           MOVE img-len TO PAIR-BOX-LEFT
           MOVE 0 TO PAIR-BOX-BOTTOM
           MOVE 0 TO PAIR-BOX-RIGHT
           IF ACTUAL-IMG-WIDTH IS NOT = BEFORE-IMG-WIDTH
           OR ACTUAL-IMG-HEIGHT IS NOT = BEFORE-IMG-HEIGHT
               DISPLAY 'BUILD-DIFFERENCE-IMAGE: PAIR ' PAIR-NUMBER
                   ' BEFORE IS ' BEFORE-IMG-WIDTH 'X'
                   BEFORE-IMG-HEIGHT ', AFTER IS ' ACTUAL-IMG-WIDTH
                   'X' ACTUAL-IMG-HEIGHT ' - PAIR FAILED' UPON SYSERR
               MOVE 'Y' TO PAIR-SIZE-SWITCH
               EXIT SECTION
           END-IF
           PERFORM VARYING INDEX-VAR-I FROM 1 BY 1
           UNTIL INDEX-VAR-I IS GREATER THAN img-len
               PERFORM VARYING INDEX-VAR-J FROM 1 BY 1
               UNTIL INDEX-VAR-J IS GREATER THAN img-len
                   PERFORM DIFFERENCE-ONE-PIXEL
               END-PERFORM
           END-PERFORM.
       DIFFERENCE-ONE-PIXEL SECTION.
           SUBTRACT BEFORE-RED(INDEX-VAR-I, INDEX-VAR-J)
               FROM RED(INDEX-VAR-I, INDEX-VAR-J)
               GIVING PAIR-DELTA-RED
           SUBTRACT BEFORE-GREEN(INDEX-VAR-I, INDEX-VAR-J)
               FROM GREEN(INDEX-VAR-I, INDEX-VAR-J)
               GIVING PAIR-DELTA-GREEN
           SUBTRACT BEFORE-BLUE(INDEX-VAR-I, INDEX-VAR-J)
               FROM BLUE(INDEX-VAR-I, INDEX-VAR-J)
               GIVING PAIR-DELTA-BLUE
           IF PAIR-DELTA-RED IS NOT = 0
           OR PAIR-DELTA-GREEN IS NOT = 0
           OR PAIR-DELTA-BLUE IS NOT = 0
               ADD 1 TO PAIR-CHANGED-COUNT
               IF INDEX-VAR-I IS LESS THAN PAIR-BOX-TOP
                   MOVE INDEX-VAR-I TO PAIR-BOX-TOP
               END-IF
               IF INDEX-VAR-I IS GREATER THAN PAIR-BOX-BOTTOM
                   MOVE INDEX-VAR-I TO PAIR-BOX-BOTTOM
               END-IF
               IF INDEX-VAR-J IS LESS THAN PAIR-BOX-LEFT
                   MOVE INDEX-VAR-J TO PAIR-BOX-LEFT
               END-IF
               IF INDEX-VAR-J IS GREATER THAN PAIR-BOX-RIGHT
                   MOVE INDEX-VAR-J TO PAIR-BOX-RIGHT
               END-IF
           END-IF
           ADD 255 TO PAIR-DELTA-RED
               GIVING RED(INDEX-VAR-I, INDEX-VAR-J)
           ADD 255 TO PAIR-DELTA-GREEN
               GIVING GREEN(INDEX-VAR-I, INDEX-VAR-J)
           ADD 255 TO PAIR-DELTA-BLUE
               GIVING BLUE(INDEX-VAR-I, INDEX-VAR-J).
       WRITE-DIFFERENCE-REPORT-LINE SECTION.
      * ONE LINE PER PAIR, APPENDED AS SOON AS THE AFTER IMAGE HAS
      * ITS OUTCOME, SO AN ABENDED RUN STILL REPORTS EVERY PAIR IT
      * FINISHED
           MOVE PAIR-NUMBER TO PAIR-NUMBER-TEXT
           MOVE SPACES TO DIFFERENCE-REPORT-RECORD
           MOVE 1 TO DIFFERENCE-LINE-POS
           STRING 'PAIR=' DELIMITED BY SIZE
               PAIR-NUMBER-TEXT DELIMITED BY SIZE
               ' BEFORE=' DELIMITED BY SIZE
               BEFORE-IMAGE-ID DELIMITED BY SPACE
               ' AFTER=' DELIMITED BY SIZE
               AUDIT-IMAGE-ID DELIMITED BY SPACE
               ' FILE=' DELIMITED BY SIZE
               MF-ENTRY-WAV-NAME(CURRENT-IMAGE-INDEX)
                   DELIMITED BY SPACE
               ' OUTCOME=' DELIMITED BY SIZE
               AUDIT-OUTCOME DELIMITED BY SPACE
               INTO DIFFERENCE-REPORT-RECORD
               WITH POINTER DIFFERENCE-LINE-POS
           IF PAIR-SIZES-DIFFER
               MOVE BEFORE-IMG-WIDTH TO PAIR-EDGE-TEXT-1
               MOVE BEFORE-IMG-HEIGHT TO PAIR-EDGE-TEXT-2
               MOVE ACTUAL-IMG-WIDTH TO PAIR-EDGE-TEXT-3
               MOVE ACTUAL-IMG-HEIGHT TO PAIR-EDGE-TEXT-4
               STRING ' SIZES DIFFER ' DELIMITED BY SIZE
                   PAIR-EDGE-TEXT-1 DELIMITED BY SIZE
                   'X' DELIMITED BY SIZE
                   PAIR-EDGE-TEXT-2 DELIMITED BY SIZE
                   ' VS ' DELIMITED BY SIZE
                   PAIR-EDGE-TEXT-3 DELIMITED BY SIZE
                   'X' DELIMITED BY SIZE
                   PAIR-EDGE-TEXT-4 DELIMITED BY SIZE
                   INTO DIFFERENCE-REPORT-RECORD
                   WITH POINTER DIFFERENCE-LINE-POS
           ELSE
               MULTIPLY PAIR-CHANGED-COUNT BY 100
                   GIVING PAIR-PERCENT-WORK
               DIVIDE PAIR-PERCENT-WORK BY ACTUAL-SQR
                   GIVING PAIR-PERCENT ROUNDED
               MOVE PAIR-PERCENT TO PAIR-PERCENT-TEXT
               MOVE PAIR-CHANGED-COUNT TO PAIR-COUNT-TEXT
               MOVE ACTUAL-SQR TO PAIR-TOTAL-TEXT
               STRING ' CHANGED=' DELIMITED BY SIZE
                   PAIR-COUNT-TEXT DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   PAIR-TOTAL-TEXT DELIMITED BY SIZE
                   ' PCT=' DELIMITED BY SIZE
                   PAIR-PERCENT-TEXT DELIMITED BY SIZE
                   INTO DIFFERENCE-REPORT-RECORD
                   WITH POINTER DIFFERENCE-LINE-POS
               IF PAIR-CHANGED-COUNT IS ZERO
                   STRING ' BOX=NONE' DELIMITED BY SIZE
                       INTO DIFFERENCE-REPORT-RECORD
                       WITH POINTER DIFFERENCE-LINE-POS
               ELSE
                   MOVE PAIR-BOX-TOP TO PAIR-EDGE-TEXT-1
                   MOVE PAIR-BOX-LEFT TO PAIR-EDGE-TEXT-2
                   MOVE PAIR-BOX-BOTTOM TO PAIR-EDGE-TEXT-3
                   MOVE PAIR-BOX-RIGHT TO PAIR-EDGE-TEXT-4
                   STRING ' BOX=(' DELIMITED BY SIZE
                       PAIR-EDGE-TEXT-1 DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       PAIR-EDGE-TEXT-2 DELIMITED BY SIZE
                       ')-(' DELIMITED BY SIZE
                       PAIR-EDGE-TEXT-3 DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       PAIR-EDGE-TEXT-4 DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO DIFFERENCE-REPORT-RECORD
                       WITH POINTER DIFFERENCE-LINE-POS
               END-IF
           END-IF
           OPEN EXTEND DIFFERENCE-REPORT-FILE
           IF DIFFERENCE-REPORT-STATUS NOT = '00'
               DISPLAY 'WRITE-DIFFERENCE-REPORT-LINE: CANNOT EXTEND '
                   '__inout__/difference-report.txt (STATUS '
                   DIFFERENCE-REPORT-STATUS ')' UPON SYSERR
               DISPLAY DIFFERENCE-REPORT-RECORD
               EXIT SECTION
           END-IF
           PERFORM PUT-DIFFERENCE-LINE
           CLOSE DIFFERENCE-REPORT-FILE.
       PUT-DIFFERENCE-LINE SECTION.
           WRITE DIFFERENCE-REPORT-RECORD
           DISPLAY DIFFERENCE-REPORT-RECORD.
       INIT-NEAR-DUPLICATE-MODE SECTION.
      * ONLY MEANINGFUL IN CATALOG MODE - THE SIGNATURES LIVE IN
      * catalog.dat. CONVERTING ANYWAY IS THE DEFAULT, SO TURNING
      * THE CATALOG ON NEVER STOPS A CONVERSION THAT USED TO RUN
           MOVE SPACES TO NEAR-DUPLICATE-TEXT
           ACCEPT NEAR-DUPLICATE-TEXT FROM ENVIRONMENT
               'AUDITORISE-NEAR-DUPLICATES'
           EVALUATE NEAR-DUPLICATE-TEXT
               WHEN 'HOLD'
                   MOVE 'H' TO NEAR-DUPLICATE-ACTION
               WHEN 'OFF'
                   MOVE 'O' TO NEAR-DUPLICATE-ACTION
               WHEN OTHER
                   MOVE 'C' TO NEAR-DUPLICATE-ACTION
           END-EVALUATE
           MOVE 6 TO NEAR-TOLERANCE
           MOVE SPACES TO NEAR-TOLERANCE-TEXT
           ACCEPT NEAR-TOLERANCE-TEXT FROM ENVIRONMENT
               'AUDITORISE-NEAR-TOLERANCE'
           IF NEAR-TOLERANCE-TEXT IS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(NEAR-TOLERANCE-TEXT) IS ZERO
               AND FUNCTION NUMVAL(NEAR-TOLERANCE-TEXT) IS NOT LESS
                   THAN 0
               AND FUNCTION NUMVAL(NEAR-TOLERANCE-TEXT) IS NOT
                   GREATER THAN 255
                   MOVE FUNCTION NUMVAL(NEAR-TOLERANCE-TEXT)
                       TO NEAR-TOLERANCE
               ELSE
                   DISPLAY 'INIT-NEAR-DUPLICATE-MODE: AUDITORISE-'
                       'NEAR-TOLERANCE OF "' NEAR-TOLERANCE-TEXT
                       '" IS NOT A LUMINANCE DEVIATION 0-255 - '
                       'USING 6' UPON SYSERR
               END-IF
           END-IF.
       CHECK-NEAR-DUPLICATE SECTION.
      * A RESUBMISSION THAT WAS RE-SAVED, CROPPED A LITTLE OR HAD ITS
      * BRIGHTNESS TOUCHED FOLDS TO A NEW FINGERPRINT, SO SKIP-
      * DUPLICATES NEVER SEES IT. ITS COARSE SIGNATURE STILL LOOKS
      * LIKE THE ORIGINAL'S, SO EVERY SIGNED CATALOG ENTRY MADE UNDER
      * THE SAME SETTINGS IS MEASURED AGAINST IT AND THE CLOSEST ONE
      * WITHIN AUDITORISE-NEAR-TOLERANCE IS REPORTED. AN EXACT
      * DUPLICATE IS SKIP-DUPLICATES' BUSINESS AND IS PASSED OVER.
      * THE SIGNATURE IS BUILT EVEN WITH THE CHECK OFF SO THE
      * CATALOG RECORD STILL CARRIES IT. A DIFFERENCE RENDERING IS
      * NOT A PICTURE OF ANYTHING AND IS NEVER SIGNED
           MOVE 'N' TO NEAR-DUPLICATE-STATE
           MOVE 'N' TO SIGNATURE-STATE
           IF NOT CATALOG-MODE-ACTIVE
           OR DIFFERENCE-MODE-ACTIVE
               EXIT SECTION
           END-IF
           PERFORM BUILD-IMAGE-SIGNATURE
           PERFORM DERIVE-SETTINGS-KEY
           IF NEAR-CHECK-IS-OFF
               EXIT SECTION
           END-IF

           MOVE CATALOG-KEY-FINGERPRINT TO CATALOG-KEY-TEXT
           MOVE SIGNATURE-SETTINGS-KEY TO SETTINGS-KEY-TEXT
           MOVE 999 TO NEAR-BEST-DISTANCE
           MOVE SPACES TO NEAR-MATCH-ID
           MOVE SPACES TO NEAR-MATCH-FILE
           MOVE SPACES TO NEAR-MATCH-DATE
      *    '35' = NO CATALOG YET - NOTHING TO RESEMBLE
           OPEN INPUT CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN '00'
               WHEN '05'
                   MOVE 'N' TO NEAR-SCAN-SWITCH
                   PERFORM UNTIL NEAR-SCAN-IS-DONE
                       READ CATALOG-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO NEAR-SCAN-SWITCH
                           NOT AT END
                               PERFORM JUDGE-NEAR-CANDIDATE
                       END-READ
                   END-PERFORM
                   CLOSE CATALOG-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CHECK-NEAR-DUPLICATE: CANNOT OPEN '
                       '__inout__/catalog.dat (STATUS '
                       CATALOG-STATUS ') - IMAGE '
                       CURRENT-IMAGE-INDEX ' NOT CHECKED'
                       UPON SYSERR
           END-EVALUATE

           IF NEAR-BEST-DISTANCE IS GREATER THAN NEAR-TOLERANCE
               EXIT SECTION
           END-IF
           IF NEAR-DUPLICATE-HOLDS
               MOVE 'H' TO NEAR-DUPLICATE-STATE
               SET AUDIT-OUTCOME-HELD TO TRUE
           ELSE
               MOVE 'Y' TO NEAR-DUPLICATE-STATE
           END-IF
           PERFORM WRITE-NEAR-DUPLICATE-ENTRY
           IF NEAR-DUPLICATE-HELD
               DISPLAY 'CHECK-NEAR-DUPLICATE: IMAGE '
                   CURRENT-IMAGE-INDEX ' RESEMBLES '
                   NEAR-MATCH-FILE ' AT DISTANCE '
                   NEAR-DISTANCE-TEXT ' - HELD FOR REVIEW'
               MOVE 'WARNING' TO ALERT-SEVERITY
               MOVE SPACES TO ALERT-SUBJECT
               IF AUDIT-IMAGE-ID IS NOT = SPACES
                   MOVE AUDIT-IMAGE-ID TO ALERT-SUBJECT
               ELSE
                   MOVE CURRENT-IMAGE-INDEX TO AUDIT-IMAGE-TEXT
                   STRING 'IMAGE ' DELIMITED BY SIZE
                       AUDIT-IMAGE-TEXT DELIMITED BY SIZE
                       INTO ALERT-SUBJECT
               END-IF
               MOVE SPACES TO ALERT-MESSAGE
               STRING 'HELD AS A NEAR-DUPLICATE OF ' DELIMITED BY SIZE
                   NEAR-MATCH-FILE DELIMITED BY SPACE
                   ' (DISTANCE ' DELIMITED BY SIZE
                   NEAR-DISTANCE-TEXT DELIMITED BY SIZE
                   ') - REVIEW AND RESUBMIT' DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               PERFORM RAISE-ALERT
           ELSE
               DISPLAY 'CHECK-NEAR-DUPLICATE: IMAGE '
                   CURRENT-IMAGE-INDEX ' RESEMBLES '
                   NEAR-MATCH-FILE ' AT DISTANCE '
                   NEAR-DISTANCE-TEXT ' - CONVERTING ANYWAY'
           END-IF.
       JUDGE-NEAR-CANDIDATE SECTION.
           IF NOT CAT-HAS-SIGNATURE
           OR CAT-SETTINGS-KEY IS NOT = SETTINGS-KEY-TEXT
           OR CAT-FINGERPRINT = CATALOG-KEY-TEXT
               EXIT SECTION
           END-IF
           PERFORM MEASURE-SIGNATURE-DISTANCE
           IF SIG-DISTANCE IS LESS THAN NEAR-BEST-DISTANCE
               MOVE SIG-DISTANCE TO NEAR-BEST-DISTANCE
               MOVE CAT-IMAGE-ID TO NEAR-MATCH-ID
               MOVE CAT-OUTPUT-FILE TO NEAR-MATCH-FILE
               MOVE CAT-COMPLETED-DATE TO NEAR-MATCH-DATE
           END-IF.
       MEASURE-SIGNATURE-DISTANCE SECTION.
      * THE MEAN ABSOLUTE CELL DEVIATION, TAKEN AFTER EACH SIGNATURE
      * HAS HAD ITS OWN OVERALL MEAN REMOVED - A UNIFORM BRIGHTNESS
      * CHANGE MOVES EVERY CELL TOGETHER AND SO COSTS NOTHING
           MOVE 0 TO SIG-TOTAL
           PERFORM VARYING SIG-CELL FROM 1 BY 1
           UNTIL SIG-CELL IS GREATER THAN 64
               ADD CAT-SIGNATURE-CELL(SIG-CELL) TO SIG-TOTAL
           END-PERFORM
           DIVIDE SIG-TOTAL BY 64 GIVING SIG-MEAN-THEIRS ROUNDED
           MOVE 0 TO SIG-DISTANCE-SUM
           PERFORM VARYING SIG-CELL FROM 1 BY 1
           UNTIL SIG-CELL IS GREATER THAN 64
               SUBTRACT CAT-SIGNATURE-CELL(SIG-CELL)
                   FROM IMAGE-SIGNATURE-CELL(SIG-CELL)
                   GIVING SIG-DEVIATION
               SUBTRACT SIG-MEAN-OURS FROM SIG-DEVIATION
               ADD SIG-MEAN-THEIRS TO SIG-DEVIATION
               IF SIG-DEVIATION IS LESS THAN 0
                   MULTIPLY -1 BY SIG-DEVIATION
               END-IF
               ADD SIG-DEVIATION TO SIG-DISTANCE-SUM
           END-PERFORM
           DIVIDE SIG-DISTANCE-SUM BY 64 GIVING SIG-DISTANCE ROUNDED.
       BUILD-IMAGE-SIGNATURE SECTION.
      * LAY AN 8X8 GRID OVER THE IMAGE AND TAKE EACH CELL'S MEAN
      * LUMINANCE (0.299R + 0.587G + 0.114B), CELLS NUMBERED ROW BY
      * ROW. AN IMAGE NARROWER OR SHORTER THAN 8 PIXELS REPEATS ITS
      * EDGE PIXELS, SO EVERY CELL ALWAYS COVERS AT LEAST ONE PIXEL
           PERFORM VARYING SIG-ROW FROM 1 BY 1
           UNTIL SIG-ROW IS GREATER THAN 8
               PERFORM VARYING SIG-COL FROM 1 BY 1
               UNTIL SIG-COL IS GREATER THAN 8
                   PERFORM SIGN-ONE-CELL
               END-PERFORM
           END-PERFORM
           MOVE 0 TO SIG-TOTAL
           PERFORM VARYING SIG-CELL FROM 1 BY 1
           UNTIL SIG-CELL IS GREATER THAN 64
               ADD IMAGE-SIGNATURE-CELL(SIG-CELL) TO SIG-TOTAL
           END-PERFORM
           DIVIDE SIG-TOTAL BY 64 GIVING SIG-MEAN-OURS ROUNDED
           MOVE 'Y' TO SIGNATURE-STATE.
       SIGN-ONE-CELL SECTION.
           SUBTRACT 1 FROM SIG-ROW GIVING SIG-ROW-FROM
           MULTIPLY ACTUAL-IMG-HEIGHT BY SIG-ROW-FROM
           DIVIDE 8 INTO SIG-ROW-FROM
           ADD 1 TO SIG-ROW-FROM
           MULTIPLY SIG-ROW BY ACTUAL-IMG-HEIGHT GIVING SIG-ROW-TO
           DIVIDE 8 INTO SIG-ROW-TO
           IF SIG-ROW-TO IS LESS THAN SIG-ROW-FROM
               MOVE SIG-ROW-FROM TO SIG-ROW-TO
           END-IF
           SUBTRACT 1 FROM SIG-COL GIVING SIG-COL-FROM
           MULTIPLY ACTUAL-IMG-WIDTH BY SIG-COL-FROM
           DIVIDE 8 INTO SIG-COL-FROM
           ADD 1 TO SIG-COL-FROM
           MULTIPLY SIG-COL BY ACTUAL-IMG-WIDTH GIVING SIG-COL-TO
           DIVIDE 8 INTO SIG-COL-TO
           IF SIG-COL-TO IS LESS THAN SIG-COL-FROM
               MOVE SIG-COL-FROM TO SIG-COL-TO
           END-IF

           MOVE 0 TO SIG-LUMA-SUM
           MOVE 0 TO SIG-PIXEL-COUNT
           PERFORM VARYING SIG-I FROM SIG-ROW-FROM BY 1
           UNTIL SIG-I IS GREATER THAN SIG-ROW-TO
               PERFORM VARYING SIG-J FROM SIG-COL-FROM BY 1
               UNTIL SIG-J IS GREATER THAN SIG-COL-TO
                   MULTIPLY RED(SIG-I, SIG-J) BY 299
                       GIVING SIG-LUMA-WORK
                   ADD SIG-LUMA-WORK TO SIG-LUMA-SUM
                   MULTIPLY GREEN(SIG-I, SIG-J) BY 587
                       GIVING SIG-LUMA-WORK
                   ADD SIG-LUMA-WORK TO SIG-LUMA-SUM
                   MULTIPLY BLUE(SIG-I, SIG-J) BY 114
                       GIVING SIG-LUMA-WORK
                   ADD SIG-LUMA-WORK TO SIG-LUMA-SUM
                   ADD 1 TO SIG-PIXEL-COUNT
               END-PERFORM
           END-PERFORM
           MULTIPLY SIG-PIXEL-COUNT BY 1000 GIVING SIG-PIXEL-COUNT
           SUBTRACT 1 FROM SIG-ROW GIVING SIG-CELL
           MULTIPLY 8 BY SIG-CELL
           ADD SIG-COL TO SIG-CELL
           DIVIDE SIG-LUMA-SUM BY SIG-PIXEL-COUNT
               GIVING IMAGE-SIGNATURE-CELL(SIG-CELL) ROUNDED.
       DERIVE-SETTINGS-KEY SECTION.
      * THE SETTINGS ALONE, FOLDED EXACTLY AS DERIVE-CATALOG-KEY
      * FOLDS THEM BUT ONTO A ZERO FINGERPRINT - TWO IMAGES ONLY
      * SOUND ALIKE WHEN THEY WERE CONVERTED THE SAME WAY. THE
      * IMAGE'S OWN CATALOG KEY IS LEFT DERIVED AFTERWARDS
           MOVE IMAGE-FINGERPRINT TO SIGNATURE-FINGERPRINT-SAVE
           MOVE 0 TO IMAGE-FINGERPRINT
           PERFORM DERIVE-CATALOG-KEY
           MOVE CATALOG-KEY-FINGERPRINT TO SIGNATURE-SETTINGS-KEY
           MOVE SIGNATURE-FINGERPRINT-SAVE TO IMAGE-FINGERPRINT
           PERFORM DERIVE-CATALOG-KEY.
       WRITE-NEAR-DUPLICATE-ENTRY SECTION.
      * ONE LINE IN audit.log NAMING THE CLOSEST CATALOGUED IMAGE AND
      * ITS OUTPUT FILE. IT CARRIES NO OUTCOME - THE IMAGE'S OWN
      * COMPLETED OR FAILED LINE FOLLOWS WHEN IT IS CONVERTED ANYWAY,
      * AND A HELD IMAGE HAS NO OUTCOME UNTIL SOMEONE REVIEWS IT -
      * SO NOTHING THAT TOTALS THE LOG BY OUTCOME COUNTS IT
           ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-LOG-TIME FROM TIME
           MOVE CURRENT-IMAGE-INDEX TO AUDIT-IMAGE-TEXT
           MOVE NEAR-BEST-DISTANCE TO NEAR-DISTANCE-TEXT
           MOVE NEAR-TOLERANCE TO NEAR-TOLERANCE-SHOWN

           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE 1 TO AUDIT-LINE-POS
           STRING AUDIT-LOG-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AUDIT-LOG-TIME DELIMITED BY SIZE
               ' IMAGE=' DELIMITED BY SIZE
               AUDIT-IMAGE-TEXT DELIMITED BY SIZE
               ' NEAR-DUPLICATE' DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
               WITH POINTER AUDIT-LINE-POS
           IF AUDIT-IMAGE-ID IS NOT = SPACES
               STRING ' ID=' DELIMITED BY SIZE
                   AUDIT-IMAGE-ID DELIMITED BY SPACE
                   INTO AUDIT-LOG-RECORD
                   WITH POINTER AUDIT-LINE-POS
           END-IF
           IF NEAR-MATCH-ID IS NOT = SPACES
               STRING ' MATCH-ID=' DELIMITED BY SIZE
                   NEAR-MATCH-ID DELIMITED BY SPACE
                   INTO AUDIT-LOG-RECORD
                   WITH POINTER AUDIT-LINE-POS
           END-IF
           STRING ' MATCH-FILE=' DELIMITED BY SIZE
               NEAR-MATCH-FILE DELIMITED BY SPACE
               ' MATCH-DATE=' DELIMITED BY SIZE
               NEAR-MATCH-DATE DELIMITED BY SIZE
               ' DISTANCE=' DELIMITED BY SIZE
               NEAR-DISTANCE-TEXT DELIMITED BY SIZE
               ' TOLERANCE=' DELIMITED BY SIZE
               NEAR-TOLERANCE-SHOWN DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
               WITH POINTER AUDIT-LINE-POS
           IF NEAR-DUPLICATE-HELD
               STRING ' ACTION=HOLD' DELIMITED BY SIZE
                   INTO AUDIT-LOG-RECORD
                   WITH POINTER AUDIT-LINE-POS
           ELSE
               STRING ' ACTION=CONVERT' DELIMITED BY SIZE
                   INTO AUDIT-LOG-RECORD
                   WITH POINTER AUDIT-LINE-POS
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURN-LEFT.
