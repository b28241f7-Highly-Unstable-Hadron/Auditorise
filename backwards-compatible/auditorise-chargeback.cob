       IDENTIFICATION DIVISION.
           PROGRAM-ID. AUDITORISE-CHARGEBACK.
      * MONTHLY CLIENT CHARGEBACK. SEVERAL DEPARTMENTS SUBMIT IMAGES
      * THROUGH THE MANIFEST AND FINANCE CHARGES EACH ONE BACK FOR THE
      * CONVERSIONS IT ASKED FOR AND THE ARCHIVE SPACE ITS WAVS HOLD.
      * THIS JOB:
      *   - READS EVERY ROLLED AUDIT ARCHIVE ('__inout__/audit-
      *     YYYYMMDD.log', OLDEST FIRST) AND THEN '__inout__/audit.log'
      *   - TIES EACH LINE'S ID= TO A CLIENT CODE AND COUNTS THE
      *     BILLING MONTH'S COMPLETED, SKIPPED AND FAILED IMAGES AND
      *     THE SAMPLES= THEY PRODUCED PER CLIENT (A MISMATCH LINE IS
      *     A FAILED CONVERSION AND COUNTS AS FAILED)
      *   - WALKS '__inout__/catalog.dat' FOR THE WAVS STILL RETAINED,
      *     ATTRIBUTING EACH TO A CLIENT THROUGH THE KEY= ON ITS
      *     COMPLETED AUDIT LINE, AND SIZES IT FROM ITS SAMPLES AND
      *     CHANNELS EXACTLY AS WRITE-WAV-FILE LAID IT OUT
      *   - PRICES EACH CLIENT FROM THE RATE TABLE AND PRINTS ONE LINE
      *     PER CLIENT PLUS A GRAND TOTAL TO '__inout__/chargeback-
      *     YYYYMM.txt'
      * A COMPLETED IMAGE PAYS THE FULL PER-IMAGE AND PER-THOUSAND-
      * SAMPLES RATES; A SKIPPED DUPLICATE PAYS SKIPPED-PERCENT OF
      * THEM (THE CATALOG LOOKUP STILL COST A READ OF THE IMAGE); A
      * FAILED CONVERSION IS COUNTED BUT NEVER BILLED. RETAINED
      * VOLUME IS A MONTH-END SNAPSHOT BILLED AS ONE MB-MONTH PER MB.
      *
      * ENVIRONMENT:
      *   AUDITORISE-BILLING-MONTH=YYYYMM  THE MONTH TO BILL (DEFAULT
      *                                    THE MONTH BEFORE THE RUN)
      *
      * CLIENT TABLE '__inout__/clients.cfg', ONE KEYWORD=VALUE PER
      * LINE (A LINE STARTING * IS A COMMENT):
      *   CLIENT=code         STARTS A CLIENT (CODE UP TO 10 CHARS)
      *   PREFIX=text         AN MF-IMAGE-ID PREFIX BELONGING TO THE
      *                       CLIENT ABOVE IT; REPEAT FOR MORE
      * THE LONGEST MATCHING PREFIX WINS. AN ID NO PREFIX MATCHES
      * FALLS BACK TO THE SHOP'S ID CONVENTION - THE CLIENT CODE IS
      * THE PART BEFORE THE FIRST '-' (FIN-000123 BILLS TO FIN). A
      * LINE WITH NO ID (A NON-MANIFEST RUN), OR AN ID THE CONVENTION
      * CANNOT READ, BILLS TO UNASSIGNED.
      *
      * RATE TABLE '__inout__/rates.cfg', SAME SHAPE; THE LINES
      * BEFORE THE FIRST CLIENT= ARE THE HOUSE RATES, AND EACH CLIENT=
      * SECTION STARTS FROM THE HOUSE RATES AND OVERRIDES ITS OWN:
      *   PER-IMAGE=n.nnnn              PER IMAGE CONVERTED      (0)
      *   PER-THOUSAND-SAMPLES=n.nnnn   PER 1000 SAMPLES         (0)
      *   PER-MB-MONTH=n.nnnn           PER MB RETAINED A MONTH  (0)
      *   SKIPPED-PERCENT=n             SHARE A SKIP PAYS        (25)
      * A MISSING FILE OR KEYWORD KEEPS THE DEFAULT; A BAD VALUE
      * KEEPS IT WITH A WARNING, SAME RULE AS retention.cfg.
      *
      * RETURN-CODE 0 = REPORT WRITTEN, 4 = REPORT WRITTEN BUT MORE
      * CLIENTS, PREFIXES OR RETAINED WAVS THAN THE TABLES HOLD (THE
      * OVERFLOW IS NAMED ON SYSERR AND BILLED TO UNASSIGNED OR LEFT
      * OUT), 16 = THE REPORT WOULD NOT OPEN OR THE BILLING MONTH IS
      * NOT A VALID YYYYMM - NOTHING IS WRITTEN

       >>DEFINE CONSTANT max-clients AS 99
       >>DEFINE CONSTANT max-prefixes AS 200
       >>DEFINE CONSTANT max-rates AS 50
       >>DEFINE CONSTANT max-retained AS 999

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-TABLE-FILE
               ASSIGN TO '__inout__/clients.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLIENT-TABLE-STATUS.
           SELECT RATE-TABLE-FILE
               ASSIGN TO '__inout__/rates.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-TABLE-STATUS.
      *    THE ls OUTPUT - SAME PATTERN AS housekeep.list, ONE
      *    ARCHIVE PATH PER LINE
           SELECT ARCHIVE-LIST-FILE
               ASSIGN TO '__inout__/chargeback.list'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-LIST-STATUS.
      *    EACH ROLLED ARCHIVE IN TURN, THEN THE LIVE LOG
           SELECT AUDIT-LOG-FILE ASSIGN DYNAMIC AUDIT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO '__inout__/catalog.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-FINGERPRINT
               FILE STATUS IS CATALOG-STATUS.
           SELECT CHARGEBACK-REPORT-FILE
               ASSIGN DYNAMIC CHARGEBACK-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGEBACK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-TABLE-FILE.
       01 CLIENT-TABLE-RECORD PICTURE X(40).

       FD  RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD PICTURE X(40).

       FD  ARCHIVE-LIST-FILE.
       01 ARCHIVE-LIST-RECORD PICTURE X(64).

       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PICTURE X(260).

       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY CATREC.

       FD  CHARGEBACK-REPORT-FILE.
       01 CHARGEBACK-REPORT-RECORD PICTURE X(250).

       WORKING-STORAGE SECTION.
       01 CLIENT-TABLE-STATUS PICTURE X(2) VALUE '00'.
       01 RATE-TABLE-STATUS PICTURE X(2) VALUE '00'.
       01 ARCHIVE-LIST-STATUS PICTURE X(2) VALUE '00'.
       01 AUDIT-LOG-STATUS PICTURE X(2) VALUE '00'.
       01 CATALOG-STATUS PICTURE X(2) VALUE '00'.
       01 CHARGEBACK-REPORT-STATUS PICTURE X(2) VALUE '00'.

       01 AUDIT-LOG-PATH PICTURE X(64).
       01 CHARGEBACK-REPORT-PATH PICTURE X(40).
       01 SHELL-COMMAND PICTURE X(200).
       01 RUN-DATE-TEXT PICTURE X(8).
       01 RUN-TIME-TEXT PICTURE X(8).

      * THE MONTH BEING BILLED - EVERY AUDIT LINE WHOSE DATE STARTS
      * WITH IT COUNTS TOWARDS THE MONTH'S ACTIVITY
       01 BILLING-MONTH PICTURE X(6) VALUE SPACES.
       01 BILLING-MONTH-R REDEFINES BILLING-MONTH.
           02 BILLING-YEAR PICTURE 9(4).
           02 BILLING-MONTH-NUMBER PICTURE 9(2).

       01 CONFIG-KEY-WORK PICTURE X(20).
       01 CONFIG-VALUE-WORK PICTURE X(20).
       01 CONFIG-FILE-NAME PICTURE X(24).

      * CLIENT TABLE - ONE ENTRY PER PREFIX, CARRYING THE CLIENT IT
      * BELONGS TO
       01 CURRENT-CLIENT-CODE PICTURE X(10) VALUE SPACES.
       01 PREFIX-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 PREFIX-TABLE.
           02 PREFIX-ENTRY OCCURS max-prefixes TIMES.
               03 PX-PREFIX PICTURE X(20).
               03 PX-LENGTH USAGE IS BINARY-LONG UNSIGNED.
               03 PX-CLIENT PICTURE X(10).

      * RATE TABLE - ENTRY 1 IS THE HOUSE RATE; EVERY CLIENT= SECTION
      * ADDS AN ENTRY THAT STARTS AS A COPY OF IT
       01 RATE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 1.
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS max-rates TIMES.
               03 RT-CLIENT PICTURE X(10).
               03 RT-PER-IMAGE PICTURE 9(5)V9(4).
               03 RT-PER-KSAMPLE PICTURE 9(5)V9(4).
               03 RT-PER-MB-MONTH PICTURE 9(5)V9(4).
               03 RT-SKIPPED-PERCENT PICTURE 9(3).
       01 RATE-INDEX USAGE IS BINARY-LONG UNSIGNED.

      * PER-CLIENT TOTALS, KEPT IN CLIENT CODE ORDER SO THE REPORT
      * COMES OUT SORTED WITHOUT A SORT STEP
       01 BILL-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 BILL-TABLE.
           02 BILL-ENTRY OCCURS max-clients TIMES.
               03 BL-CLIENT PICTURE X(10).
               03 BL-COMPLETED USAGE IS BINARY-LONG UNSIGNED.
               03 BL-SKIPPED USAGE IS BINARY-LONG UNSIGNED.
               03 BL-FAILED USAGE IS BINARY-LONG UNSIGNED.
               03 BL-COMPLETED-SAMPLES USAGE IS BINARY-DOUBLE
                   UNSIGNED.
               03 BL-SKIPPED-SAMPLES USAGE IS BINARY-DOUBLE UNSIGNED.
               03 BL-RETAINED-FILES USAGE IS BINARY-LONG UNSIGNED.
               03 BL-RETAINED-BYTES USAGE IS BINARY-DOUBLE UNSIGNED.
       01 BILL-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 BILL-SHIFT-INDEX USAGE IS BINARY-LONG UNSIGNED.

      * EVERY WAV THE CATALOG STILL ATTESTS, WAITING FOR ITS
      * COMPLETED AUDIT LINE TO SAY WHOSE IT IS AND HOW WIDE
       01 RETAINED-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 RETAINED-TABLE.
           02 RETAINED-ENTRY OCCURS max-retained TIMES.
               03 RN-KEY PICTURE 9(18).
               03 RN-SAMPLES PICTURE 9(9).
               03 RN-CHANNELS PICTURE 9.
               03 RN-CLIENT PICTURE X(10).
       01 RETAINED-INDEX USAGE IS BINARY-LONG UNSIGNED.

      * THE AUDIT LINE AT HAND. DATE, FILE, SAMPLES AND CHANNELS SIT
      * AT FIXED COLUMNS; OUTCOME, ID AND KEY ARE FOUND PER LINE
      * BECAUSE THE OPTIONAL FIELDS AHEAD OF THEM SHIFT THEM
       01 OUTCOME-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 ID-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 KEY-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 AUDIT-OUTCOME-WORK PICTURE X(9).
       01 AUDIT-ID-WORK PICTURE X(20).
       01 AUDIT-KEY-WORK PICTURE X(18).
       01 AUDIT-SAMPLES-WORK PICTURE 9(9).
       01 AUDIT-CHANNELS-WORK PICTURE 9.
       01 CLIENT-CODE-WORK PICTURE X(10).
       01 CLIENT-TAIL-WORK PICTURE X(20).
       01 BEST-PREFIX-LENGTH USAGE IS BINARY-LONG UNSIGNED.
       01 DASH-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 CLIENT-CODE-LENGTH USAGE IS BINARY-LONG UNSIGNED.

       01 SCAN-DONE-SWITCH PICTURE X.
           88 SCAN-IS-DONE VALUE 'Y'.
       01 LIST-DONE-SWITCH PICTURE X.
           88 LIST-IS-DONE VALUE 'Y'.
       01 TABLE-OVERFLOW-SWITCH PICTURE X VALUE 'N'.
           88 A-TABLE-OVERFLOWED VALUE 'Y'.
       01 INDEX-VAR-M USAGE IS BINARY-LONG UNSIGNED.
       01 ARCHIVE-READ-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 MONTH-LINE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.

      * PRICING WORK - CARRIED TO SIX PLACES AND ROUNDED TO CENTS
      * ONLY ON THE WAY INTO THE PRINTED CHARGE
       01 CHARGE-WORK PICTURE 9(13)V9(6).
       01 SKIP-CHARGE-WORK PICTURE 9(13)V9(6).
       01 RETAINED-MB-WORK PICTURE 9(13)V9(6).
       01 IMAGE-CHARGE PICTURE 9(11)V99.
       01 SAMPLE-CHARGE PICTURE 9(11)V99.
       01 STORAGE-CHARGE PICTURE 9(11)V99.
       01 CLIENT-TOTAL-CHARGE PICTURE 9(11)V99.
       01 RETAINED-MB PICTURE 9(11)V99.
       01 GRAND-COMPLETED USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 GRAND-SKIPPED USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 GRAND-FAILED USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 GRAND-SAMPLES USAGE IS BINARY-DOUBLE UNSIGNED VALUE 0.
       01 GRAND-RETAINED-MB PICTURE 9(11)V99 VALUE 0.
       01 GRAND-TOTAL-CHARGE PICTURE 9(11)V99 VALUE 0.

      * REPORT FIELDS
       01 REPORT-CLIENT-TEXT PICTURE X(10).
       01 REPORT-COMPLETED-TEXT PICTURE 9(6).
       01 REPORT-SKIPPED-TEXT PICTURE 9(6).
       01 REPORT-FAILED-TEXT PICTURE 9(6).
       01 REPORT-SAMPLES-TEXT PICTURE 9(12).
       01 REPORT-MB-TEXT PICTURE 9(9).99.
       01 REPORT-IMAGE-CHARGE-TEXT PICTURE 9(9).99.
       01 REPORT-SAMPLE-CHARGE-TEXT PICTURE 9(9).99.
       01 REPORT-STORAGE-CHARGE-TEXT PICTURE 9(9).99.
       01 REPORT-TOTAL-TEXT PICTURE 9(9).99.
       01 REPORT-RATE-TEXT PICTURE 9(5).9(4).
       01 REPORT-PERCENT-TEXT PICTURE 9(3).
       01 REPORT-LINE-POS USAGE IS BINARY-LONG UNSIGNED.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           PERFORM INIT-BILLING-MONTH
           PERFORM LOAD-CLIENT-TABLE
           PERFORM LOAD-RATE-TABLE

      *    NOTHING IS READ UNTIL THERE IS A REPORT TO PUT IT IN
           MOVE SPACES TO CHARGEBACK-REPORT-PATH
           STRING '__inout__/chargeback-' DELIMITED BY SIZE
               BILLING-MONTH DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-PATH
           OPEN OUTPUT CHARGEBACK-REPORT-FILE
           IF CHARGEBACK-REPORT-STATUS NOT = '00'
               DISPLAY 'AUDITORISE-CHARGEBACK: CANNOT OPEN '
                   CHARGEBACK-REPORT-PATH ' (STATUS '
                   CHARGEBACK-REPORT-STATUS ') - RUN ABORTED'
                   UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RETAINED-WAVS
           PERFORM READ-AUDIT-ARCHIVES
           MOVE '__inout__/audit.log' TO AUDIT-LOG-PATH
           PERFORM READ-ONE-AUDIT-LOG
           PERFORM ADD-RETAINED-VOLUME
           PERFORM WRITE-CHARGEBACK-REPORT
           CLOSE CHARGEBACK-REPORT-FILE

           DISPLAY 'CHARGEBACK FOR ' BILLING-MONTH ' COMPLETE - '
               MONTH-LINE-COUNT ' AUDIT LINE(S) FROM '
               ARCHIVE-READ-COUNT ' ARCHIVE(S) AND audit.log, '
               BILL-COUNT ' CLIENT(S), WRITTEN TO '
               CHARGEBACK-REPORT-PATH
           IF A-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
       INIT-BILLING-MONTH SECTION.
      * THE JOB RUNS EARLY IN THE MONTH FOR THE ONE JUST CLOSED, SO
      * THAT IS THE DEFAULT; A RERUN OR CATCH-UP NAMES ITS MONTH
           ACCEPT BILLING-MONTH FROM ENVIRONMENT
               'AUDITORISE-BILLING-MONTH'
           IF BILLING-MONTH = SPACES
               MOVE RUN-DATE-TEXT(1:6) TO BILLING-MONTH
               IF BILLING-MONTH-NUMBER = 1
                   SUBTRACT 1 FROM BILLING-YEAR
                   MOVE 12 TO BILLING-MONTH-NUMBER
               ELSE
                   SUBTRACT 1 FROM BILLING-MONTH-NUMBER
               END-IF
           END-IF
           IF BILLING-MONTH IS NOT NUMERIC
           OR BILLING-MONTH-NUMBER IS LESS THAN 1
           OR BILLING-MONTH-NUMBER IS GREATER THAN 12
               DISPLAY 'AUDITORISE-CHARGEBACK: AUDITORISE-BILLING-'
                   'MONTH "' BILLING-MONTH '" IS NOT A YYYYMM MONTH '
                   '- RUN ABORTED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-CLIENT-TABLE SECTION.
      * MISSING FILE = NO PREFIXES, SO EVERY ID FALLS BACK TO THE
      * ID CONVENTION
           OPEN INPUT CLIENT-TABLE-FILE
           IF CLIENT-TABLE-STATUS = '00'
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ CLIENT-TABLE-FILE
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           PERFORM APPLY-CLIENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CLIENT-TABLE-FILE
           ELSE
               DISPLAY 'AUDITORISE-CHARGEBACK: NO '
                   '__inout__/clients.cfg - CLIENTS COME FROM THE ID '
                   'CONVENTION ALONE'
           END-IF.
       APPLY-CLIENT-RECORD SECTION.
           MOVE '__inout__/clients.cfg' TO CONFIG-FILE-NAME
           MOVE SPACES TO CONFIG-KEY-WORK
           MOVE SPACES TO CONFIG-VALUE-WORK
           IF CLIENT-TABLE-RECORD(1:1) = '*'
               EXIT SECTION
           END-IF
           UNSTRING CLIENT-TABLE-RECORD DELIMITED BY '='
               INTO CONFIG-KEY-WORK CONFIG-VALUE-WORK
           EVALUATE CONFIG-KEY-WORK
               WHEN 'CLIENT'
                   IF CONFIG-VALUE-WORK = SPACES
                   OR CONFIG-VALUE-WORK(11:) IS NOT = SPACES
                       PERFORM WARN-BAD-CONFIG-VALUE
                       MOVE SPACES TO CURRENT-CLIENT-CODE
                   ELSE
                       MOVE CONFIG-VALUE-WORK TO CURRENT-CLIENT-CODE
                   END-IF
               WHEN 'PREFIX'
                   EVALUATE TRUE
                       WHEN CURRENT-CLIENT-CODE = SPACES
                       WHEN CONFIG-VALUE-WORK = SPACES
                           PERFORM WARN-BAD-CONFIG-VALUE
                       WHEN PREFIX-COUNT IS NOT LESS THAN max-prefixes
                           DISPLAY 'AUDITORISE-CHARGEBACK: MORE THAN '
                               '200 PREFIXES - "' CONFIG-VALUE-WORK
                               '" IGNORED' UPON SYSERR
                           MOVE 'Y' TO TABLE-OVERFLOW-SWITCH
                       WHEN OTHER
                           ADD 1 TO PREFIX-COUNT
                           MOVE CONFIG-VALUE-WORK
                               TO PX-PREFIX(PREFIX-COUNT)
                           MOVE CURRENT-CLIENT-CODE
                               TO PX-CLIENT(PREFIX-COUNT)
                           MOVE 0 TO PX-LENGTH(PREFIX-COUNT)
                           INSPECT CONFIG-VALUE-WORK TALLYING
                               PX-LENGTH(PREFIX-COUNT)
                               FOR CHARACTERS BEFORE INITIAL SPACE
                   END-EVALUATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'AUDITORISE-CHARGEBACK: UNKNOWN CLIENT '
                       'TABLE KEYWORD "' CONFIG-KEY-WORK '" IGNORED'
                       UPON SYSERR
           END-EVALUATE.
       LOAD-RATE-TABLE SECTION.
      * MISSING FILE = EVERYTHING FREE BUT STILL COUNTED, SO THE
      * REPORT IS USEFUL AS A USAGE STATEMENT EVEN BEFORE FINANCE
      * HAS SET A PRICE
           MOVE SPACES TO RT-CLIENT(1)
           MOVE 0 TO RT-PER-IMAGE(1)
           MOVE 0 TO RT-PER-KSAMPLE(1)
           MOVE 0 TO RT-PER-MB-MONTH(1)
           MOVE 25 TO RT-SKIPPED-PERCENT(1)
           MOVE 1 TO RATE-INDEX
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-TABLE-STATUS = '00'
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           PERFORM APPLY-RATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY 'AUDITORISE-CHARGEBACK: NO '
                   '__inout__/rates.cfg - USAGE IS REPORTED AT ZERO '
                   'RATES'
           END-IF.
       APPLY-RATE-RECORD SECTION.
      * RATE-INDEX IS THE ENTRY THE LINES ARE FILLING IN - THE HOUSE
      * RATE UNTIL THE FIRST CLIENT= LINE, THEN THAT CLIENT'S
           MOVE '__inout__/rates.cfg' TO CONFIG-FILE-NAME
           MOVE SPACES TO CONFIG-KEY-WORK
           MOVE SPACES TO CONFIG-VALUE-WORK
           IF RATE-TABLE-RECORD(1:1) = '*'
               EXIT SECTION
           END-IF
           UNSTRING RATE-TABLE-RECORD DELIMITED BY '='
               INTO CONFIG-KEY-WORK CONFIG-VALUE-WORK
           EVALUATE CONFIG-KEY-WORK
               WHEN 'CLIENT'
                   EVALUATE TRUE
                       WHEN CONFIG-VALUE-WORK = SPACES
                       WHEN CONFIG-VALUE-WORK(11:) IS NOT = SPACES
                           PERFORM WARN-BAD-CONFIG-VALUE
      *                    THE SECTION'S LINES MUST NOT REPRICE THE
      *                    CLIENT BEFORE IT - PARK THEM ON A SCRATCH
      *                    ENTRY NOBODY LOOKS UP
                           MOVE max-rates TO RATE-INDEX
                       WHEN RATE-COUNT IS NOT LESS THAN max-rates - 1
                           DISPLAY 'AUDITORISE-CHARGEBACK: MORE THAN '
                               '48 CLIENT RATES - "' CONFIG-VALUE-WORK
                               '" TAKES THE HOUSE RATE' UPON SYSERR
                           MOVE 'Y' TO TABLE-OVERFLOW-SWITCH
                           MOVE max-rates TO RATE-INDEX
                       WHEN OTHER
                           ADD 1 TO RATE-COUNT
                           MOVE RATE-COUNT TO RATE-INDEX
                           MOVE RATE-ENTRY(1) TO RATE-ENTRY(RATE-INDEX)
                           MOVE CONFIG-VALUE-WORK
                               TO RT-CLIENT(RATE-INDEX)
                   END-EVALUATE
               WHEN 'PER-IMAGE'
                   IF FUNCTION TEST-NUMVAL(CONFIG-VALUE-WORK) IS ZERO
                   AND FUNCTION NUMVAL(CONFIG-VALUE-WORK) IS NOT
                       LESS THAN 0
                       MOVE FUNCTION NUMVAL(CONFIG-VALUE-WORK)
                           TO RT-PER-IMAGE(RATE-INDEX)
                   ELSE
                       PERFORM WARN-BAD-CONFIG-VALUE
                   END-IF
               WHEN 'PER-THOUSAND-SAMPLES'
                   IF FUNCTION TEST-NUMVAL(CONFIG-VALUE-WORK) IS ZERO
                   AND FUNCTION NUMVAL(CONFIG-VALUE-WORK) IS NOT
                       LESS THAN 0
                       MOVE FUNCTION NUMVAL(CONFIG-VALUE-WORK)
                           TO RT-PER-KSAMPLE(RATE-INDEX)
                   ELSE
                       PERFORM WARN-BAD-CONFIG-VALUE
                   END-IF
               WHEN 'PER-MB-MONTH'
                   IF FUNCTION TEST-NUMVAL(CONFIG-VALUE-WORK) IS ZERO
                   AND FUNCTION NUMVAL(CONFIG-VALUE-WORK) IS NOT
                       LESS THAN 0
                       MOVE FUNCTION NUMVAL(CONFIG-VALUE-WORK)
                           TO RT-PER-MB-MONTH(RATE-INDEX)
                   ELSE
                       PERFORM WARN-BAD-CONFIG-VALUE
                   END-IF
               WHEN 'SKIPPED-PERCENT'
                   IF FUNCTION TEST-NUMVAL(CONFIG-VALUE-WORK) IS ZERO
                   AND FUNCTION NUMVAL(CONFIG-VALUE-WORK) IS NOT
                       LESS THAN 0
                   AND FUNCTION NUMVAL(CONFIG-VALUE-WORK) IS NOT
                       GREATER THAN 100
                       MOVE FUNCTION NUMVAL(CONFIG-VALUE-WORK)
                           TO RT-SKIPPED-PERCENT(RATE-INDEX)
                   ELSE
                       PERFORM WARN-BAD-CONFIG-VALUE
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'AUDITORISE-CHARGEBACK: UNKNOWN RATE '
                       'KEYWORD "' CONFIG-KEY-WORK '" IGNORED'
                       UPON SYSERR
           END-EVALUATE.
       WARN-BAD-CONFIG-VALUE SECTION.
           DISPLAY 'AUDITORISE-CHARGEBACK: ' CONFIG-FILE-NAME ' '
               CONFIG-KEY-WORK ' VALUE "' CONFIG-VALUE-WORK
               '" IS NOT USABLE - IGNORED' UPON SYSERR.
       LOAD-RETAINED-WAVS SECTION.
      * EVERY OUTPUT THE CATALOG STILL POINTS AT IS ARCHIVE SPACE
      * SOMEBODY IS HOLDING - LOAD THEM ONCE; THE AUDIT PASS THEN
      * SAYS WHOSE EACH ONE IS. ONE NO AUDIT LINE CLAIMS (ITS LOGS
      * ARE LONG GONE) STAYS UNASSIGNED AND IS SIZED AS MONO
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS = '00' OR CATALOG-STATUS = '05'
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ CATALOG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           IF RETAINED-COUNT IS LESS THAN max-retained
                               ADD 1 TO RETAINED-COUNT
                               MOVE CAT-FINGERPRINT
                                   TO RN-KEY(RETAINED-COUNT)
                               MOVE CAT-SAMPLE-COUNT
                                   TO RN-SAMPLES(RETAINED-COUNT)
                               MOVE 1 TO RN-CHANNELS(RETAINED-COUNT)
                               MOVE 'UNASSIGNED'
                                   TO RN-CLIENT(RETAINED-COUNT)
                           ELSE
                               MOVE 'Y' TO TABLE-OVERFLOW-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               IF RETAINED-COUNT IS NOT LESS THAN max-retained
                   DISPLAY 'AUDITORISE-CHARGEBACK: MORE THAN 999 '
                       'CATALOG ENTRIES - RETAINED VOLUME COVERS THE '
                       'FIRST 999 ONLY' UPON SYSERR
               END-IF
           ELSE
               DISPLAY 'AUDITORISE-CHARGEBACK: NO READABLE '
                   '__inout__/catalog.dat - NO RETAINED VOLUME BILLED'
           END-IF.
       READ-AUDIT-ARCHIVES SECTION.
      * ls NAMES THE ROLLED ARCHIVES IN DATE ORDER (THE COMMAND
      * EMBEDS ONLY A FIXED PATTERN). EVERY ONE IS READ, NOT JUST
      * THE BILLING MONTH'S - A WAV RETAINED TODAY MAY HAVE BEEN
      * CONVERTED A YEAR AGO, AND ONLY ITS AUDIT LINE SAYS WHOSE IT IS
           MOVE SPACES TO SHELL-COMMAND
           STRING 'ls -1 __inout__/audit-*.log > '
               DELIMITED BY SIZE
               '__inout__/chargeback.list 2>/dev/null'
               DELIMITED BY SIZE
               INTO SHELL-COMMAND
           PERFORM RUN-SHELL-COMMAND
           MOVE 0 TO RETURN-CODE

           OPEN INPUT ARCHIVE-LIST-FILE
           IF ARCHIVE-LIST-STATUS = '00'
               MOVE 'N' TO LIST-DONE-SWITCH
               PERFORM UNTIL LIST-IS-DONE
                   READ ARCHIVE-LIST-FILE
                       AT END
                           MOVE 'Y' TO LIST-DONE-SWITCH
                       NOT AT END
      *                    ONLY A NAME OF THE EXACT SHAPE HOUSEKEEP
      *                    ROLLS IS OPENED
                           IF ARCHIVE-LIST-RECORD(1:16) =
                               '__inout__/audit-'
                           AND ARCHIVE-LIST-RECORD(17:8) IS NUMERIC
                           AND ARCHIVE-LIST-RECORD(25:4) = '.log'
                           AND ARCHIVE-LIST-RECORD(29:) = SPACES
                               MOVE ARCHIVE-LIST-RECORD
                                   TO AUDIT-LOG-PATH
                               ADD 1 TO ARCHIVE-READ-COUNT
                               PERFORM READ-ONE-AUDIT-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LIST-FILE
           END-IF.
       READ-ONE-AUDIT-LOG SECTION.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = '00'
               DISPLAY 'AUDITORISE-CHARGEBACK: CANNOT READ '
                   AUDIT-LOG-PATH ' (STATUS ' AUDIT-LOG-STATUS
                   ') - SKIPPED' UPON SYSERR
           ELSE
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           PERFORM JUDGE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
       JUDGE-AUDIT-LINE SECTION.
      * A LINE WITH NO OUTCOME IS NOT AN IMAGE LINE. THE BILLING
      * MONTH'S LINES COUNT TOWARDS ITS ACTIVITY; ANY COMPLETED LINE,
      * WHATEVER ITS DATE, MAY CLAIM A RETAINED WAV BY ITS KEY
           MOVE 0 TO OUTCOME-LABEL-OFFSET
           INSPECT AUDIT-LOG-RECORD TALLYING
               OUTCOME-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' OUTCOME='
           IF OUTCOME-LABEL-OFFSET IS GREATER THAN 242
               EXIT SECTION
           END-IF
           MOVE AUDIT-LOG-RECORD(OUTCOME-LABEL-OFFSET + 10:9)
               TO AUDIT-OUTCOME-WORK

           MOVE SPACES TO AUDIT-ID-WORK
           MOVE 0 TO ID-LABEL-OFFSET
           INSPECT AUDIT-LOG-RECORD TALLYING
               ID-LABEL-OFFSET FOR CHARACTERS
               BEFORE INITIAL ' ID='
           IF ID-LABEL-OFFSET IS LESS THAN 255
               UNSTRING AUDIT-LOG-RECORD(ID-LABEL-OFFSET + 5:)
                   DELIMITED BY SPACE
                   INTO AUDIT-ID-WORK
           END-IF
           PERFORM DERIVE-CLIENT-CODE

           IF AUDIT-LOG-RECORD(86:9) IS NUMERIC
               MOVE AUDIT-LOG-RECORD(86:9) TO AUDIT-SAMPLES-WORK
           ELSE
               MOVE 0 TO AUDIT-SAMPLES-WORK
           END-IF
      *    A LINE FROM BEFORE MULTI-CHANNEL OUTPUT CARRIES NO
      *    CHANNELS= AND WAS MONO BY DEFINITION
           IF AUDIT-LOG-RECORD(95:10) = ' CHANNELS='
           AND AUDIT-LOG-RECORD(105:1) IS NUMERIC
               MOVE AUDIT-LOG-RECORD(105:1) TO AUDIT-CHANNELS-WORK
           ELSE
               MOVE 1 TO AUDIT-CHANNELS-WORK
           END-IF

           IF AUDIT-LOG-RECORD(1:6) = BILLING-MONTH
               ADD 1 TO MONTH-LINE-COUNT
               PERFORM FIND-BILL-ENTRY
               EVALUATE AUDIT-OUTCOME-WORK
                   WHEN 'COMPLETED'
                       ADD 1 TO BL-COMPLETED(BILL-INDEX)
                       ADD AUDIT-SAMPLES-WORK
                           TO BL-COMPLETED-SAMPLES(BILL-INDEX)
                   WHEN 'SKIPPED'
                       ADD 1 TO BL-SKIPPED(BILL-INDEX)
                       ADD AUDIT-SAMPLES-WORK
                           TO BL-SKIPPED-SAMPLES(BILL-INDEX)
                   WHEN OTHER
                       ADD 1 TO BL-FAILED(BILL-INDEX)
               END-EVALUATE
           END-IF

           IF AUDIT-OUTCOME-WORK = 'COMPLETED'
               MOVE 0 TO KEY-LABEL-OFFSET
               INSPECT AUDIT-LOG-RECORD TALLYING
                   KEY-LABEL-OFFSET FOR CHARACTERS
                   BEFORE INITIAL ' KEY='
               IF KEY-LABEL-OFFSET IS NOT GREATER THAN 237
                   MOVE AUDIT-LOG-RECORD(KEY-LABEL-OFFSET + 6:18)
                       TO AUDIT-KEY-WORK
                   PERFORM CLAIM-RETAINED-WAV
               END-IF
           END-IF.
       DERIVE-CLIENT-CODE SECTION.
      * THE LONGEST CLIENT-TABLE PREFIX THE ID STARTS WITH, ELSE THE
      * ID CONVENTION (THE PART BEFORE THE FIRST '-'), ELSE UNASSIGNED
           MOVE 'UNASSIGNED' TO CLIENT-CODE-WORK
           IF AUDIT-ID-WORK = SPACES
               EXIT SECTION
           END-IF
           MOVE 0 TO BEST-PREFIX-LENGTH
           PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
           UNTIL INDEX-VAR-M IS GREATER THAN PREFIX-COUNT
               IF PX-LENGTH(INDEX-VAR-M) IS GREATER THAN
                   BEST-PREFIX-LENGTH
               AND AUDIT-ID-WORK(1:PX-LENGTH(INDEX-VAR-M)) =
                   PX-PREFIX(INDEX-VAR-M)(1:PX-LENGTH(INDEX-VAR-M))
                   MOVE PX-LENGTH(INDEX-VAR-M) TO BEST-PREFIX-LENGTH
                   MOVE PX-CLIENT(INDEX-VAR-M) TO CLIENT-CODE-WORK
               END-IF
           END-PERFORM
           IF BEST-PREFIX-LENGTH IS GREATER THAN 0
               EXIT SECTION
           END-IF

           MOVE 0 TO DASH-COUNT
           INSPECT AUDIT-ID-WORK TALLYING DASH-COUNT FOR ALL '-'
           MOVE 0 TO CLIENT-CODE-LENGTH
           INSPECT AUDIT-ID-WORK TALLYING CLIENT-CODE-LENGTH
               FOR CHARACTERS BEFORE INITIAL '-'
           IF DASH-COUNT IS GREATER THAN 0
           AND CLIENT-CODE-LENGTH IS GREATER THAN 0
           AND CLIENT-CODE-LENGTH IS NOT GREATER THAN 10
               MOVE SPACES TO CLIENT-CODE-WORK
               MOVE AUDIT-ID-WORK(1:CLIENT-CODE-LENGTH)
                   TO CLIENT-CODE-WORK
           END-IF.
       FIND-BILL-ENTRY SECTION.
      * BILL-INDEX COMES BACK POINTING AT CLIENT-CODE-WORK'S TOTALS,
      * A NEW ENTRY SLOTTED IN CODE ORDER IF THIS IS ITS FIRST LINE.
      * A FULL TABLE BILLS THE NEWCOMER TO UNASSIGNED RATHER THAN
      * LOSING THE USAGE
           PERFORM SEARCH-BILL-TABLE
           IF BILL-INDEX IS NOT ZERO
               EXIT SECTION
           END-IF
           IF BILL-COUNT IS NOT LESS THAN max-clients
               IF NOT A-TABLE-OVERFLOWED
                   DISPLAY 'AUDITORISE-CHARGEBACK: MORE THAN 99 '
                       'CLIENTS - "' CLIENT-CODE-WORK '" AND LATER '
                       'NEWCOMERS BILLED TO UNASSIGNED' UPON SYSERR
               END-IF
               MOVE 'Y' TO TABLE-OVERFLOW-SWITCH
               MOVE 'UNASSIGNED' TO CLIENT-CODE-WORK
               PERFORM SEARCH-BILL-TABLE
      *        EVEN UNASSIGNED HAS NO ROOM - THE LAST LINE TAKES IT
               IF BILL-INDEX IS ZERO
                   MOVE BILL-COUNT TO BILL-INDEX
               END-IF
               EXIT SECTION
           END-IF

           MOVE 1 TO BILL-INDEX
           PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
           UNTIL INDEX-VAR-M IS GREATER THAN BILL-COUNT
               IF BL-CLIENT(INDEX-VAR-M) IS LESS THAN CLIENT-CODE-WORK
                   ADD 1 INDEX-VAR-M GIVING BILL-INDEX
               END-IF
           END-PERFORM
           PERFORM VARYING BILL-SHIFT-INDEX FROM BILL-COUNT BY -1
           UNTIL BILL-SHIFT-INDEX IS LESS THAN BILL-INDEX
           OR BILL-SHIFT-INDEX IS ZERO
               MOVE BILL-ENTRY(BILL-SHIFT-INDEX)
                   TO BILL-ENTRY(BILL-SHIFT-INDEX + 1)
           END-PERFORM
           ADD 1 TO BILL-COUNT
           INITIALIZE BILL-ENTRY(BILL-INDEX)
           MOVE CLIENT-CODE-WORK TO BL-CLIENT(BILL-INDEX).
       SEARCH-BILL-TABLE SECTION.
           MOVE 0 TO BILL-INDEX
           PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
           UNTIL INDEX-VAR-M IS GREATER THAN BILL-COUNT
           OR BILL-INDEX IS NOT ZERO
               IF BL-CLIENT(INDEX-VAR-M) = CLIENT-CODE-WORK
                   MOVE INDEX-VAR-M TO BILL-INDEX
               END-IF
           END-PERFORM.
       CLAIM-RETAINED-WAV SECTION.
      * THE LATEST COMPLETED LINE FOR A KEY WINS, EXACTLY AS THE
      * CATALOG REBUILD TREATS IT - ARCHIVES ARE READ OLDEST FIRST
      * AND THE LIVE LOG LAST
           PERFORM VARYING RETAINED-INDEX FROM 1 BY 1
           UNTIL RETAINED-INDEX IS GREATER THAN RETAINED-COUNT
               IF RN-KEY(RETAINED-INDEX) = AUDIT-KEY-WORK
                   MOVE CLIENT-CODE-WORK TO RN-CLIENT(RETAINED-INDEX)
                   MOVE AUDIT-CHANNELS-WORK
                       TO RN-CHANNELS(RETAINED-INDEX)
               END-IF
           END-PERFORM.
       ADD-RETAINED-VOLUME SECTION.
      * EACH RETAINED WAV IS THE 44-BYTE HEADER PLUS TWO BYTES PER
      * SAMPLE PER CHANNEL - THE LAYOUT WRITE-WAV-FILE PRODUCED.
      * A CLIENT WITH NO ACTIVITY THIS MONTH STILL PAYS FOR STORAGE
           PERFORM VARYING RETAINED-INDEX FROM 1 BY 1
           UNTIL RETAINED-INDEX IS GREATER THAN RETAINED-COUNT
               MOVE RN-CLIENT(RETAINED-INDEX) TO CLIENT-CODE-WORK
               PERFORM FIND-BILL-ENTRY
               ADD 1 TO BL-RETAINED-FILES(BILL-INDEX)
               MULTIPLY RN-SAMPLES(RETAINED-INDEX) BY 2
                   GIVING CHARGE-WORK
               MULTIPLY RN-CHANNELS(RETAINED-INDEX) BY CHARGE-WORK
               ADD 44 TO CHARGE-WORK
               ADD CHARGE-WORK TO BL-RETAINED-BYTES(BILL-INDEX)
           END-PERFORM.
       WRITE-CHARGEBACK-REPORT SECTION.
      * A HEADING WITH THE HOUSE RATES, ONE LINE PER CLIENT IN CODE
      * ORDER, THEN THE GRAND TOTAL
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD
           MOVE 1 TO REPORT-LINE-POS
           STRING RUN-DATE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RUN-TIME-TEXT DELIMITED BY SIZE
               ' CHARGEBACK MONTH=' DELIMITED BY SIZE
               BILLING-MONTH DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           MOVE RT-PER-IMAGE(1) TO REPORT-RATE-TEXT
           STRING ' HOUSE PER-IMAGE=' DELIMITED BY SIZE
               REPORT-RATE-TEXT DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           MOVE RT-PER-KSAMPLE(1) TO REPORT-RATE-TEXT
           STRING ' PER-THOUSAND-SAMPLES=' DELIMITED BY SIZE
               REPORT-RATE-TEXT DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           MOVE RT-PER-MB-MONTH(1) TO REPORT-RATE-TEXT
           MOVE RT-SKIPPED-PERCENT(1) TO REPORT-PERCENT-TEXT
           STRING ' PER-MB-MONTH=' DELIMITED BY SIZE
               REPORT-RATE-TEXT DELIMITED BY SIZE
               ' SKIPPED-PERCENT=' DELIMITED BY SIZE
               REPORT-PERCENT-TEXT DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           WRITE CHARGEBACK-REPORT-RECORD

           PERFORM VARYING BILL-INDEX FROM 1 BY 1
           UNTIL BILL-INDEX IS GREATER THAN BILL-COUNT
               PERFORM PRICE-CLIENT-USAGE
               MOVE BL-CLIENT(BILL-INDEX) TO REPORT-CLIENT-TEXT
               MOVE BL-COMPLETED(BILL-INDEX) TO REPORT-COMPLETED-TEXT
               MOVE BL-SKIPPED(BILL-INDEX) TO REPORT-SKIPPED-TEXT
               MOVE BL-FAILED(BILL-INDEX) TO REPORT-FAILED-TEXT
               MOVE BL-COMPLETED-SAMPLES(BILL-INDEX)
                   TO REPORT-SAMPLES-TEXT
               PERFORM WRITE-CLIENT-LINE
               ADD BL-COMPLETED(BILL-INDEX) TO GRAND-COMPLETED
               ADD BL-SKIPPED(BILL-INDEX) TO GRAND-SKIPPED
               ADD BL-FAILED(BILL-INDEX) TO GRAND-FAILED
               ADD BL-COMPLETED-SAMPLES(BILL-INDEX) TO GRAND-SAMPLES
               ADD RETAINED-MB TO GRAND-RETAINED-MB
               ADD CLIENT-TOTAL-CHARGE TO GRAND-TOTAL-CHARGE
           END-PERFORM

      *    THE GRAND TOTAL SHOWS ONLY THE TOTAL CHARGE - THE CHARGE
      *    COLUMNS ARE PER-CLIENT PRICES AND DO NOT SUM USEFULLY
      *    ACROSS CLIENTS ON DIFFERENT RATES
           MOVE '*TOTAL*' TO REPORT-CLIENT-TEXT
           MOVE GRAND-COMPLETED TO REPORT-COMPLETED-TEXT
           MOVE GRAND-SKIPPED TO REPORT-SKIPPED-TEXT
           MOVE GRAND-FAILED TO REPORT-FAILED-TEXT
           MOVE GRAND-SAMPLES TO REPORT-SAMPLES-TEXT
           MOVE GRAND-RETAINED-MB TO RETAINED-MB
           MOVE 0 TO IMAGE-CHARGE
           MOVE 0 TO SAMPLE-CHARGE
           MOVE 0 TO STORAGE-CHARGE
           MOVE GRAND-TOTAL-CHARGE TO CLIENT-TOTAL-CHARGE
           PERFORM WRITE-CLIENT-LINE.
       PRICE-CLIENT-USAGE SECTION.
      * COMPLETED PAYS IN FULL, SKIPPED PAYS SKIPPED-PERCENT, FAILED
      * PAYS NOTHING; STORAGE IS THE MONTH-END MB (1048576 BYTES)
           MOVE 1 TO RATE-INDEX
           PERFORM VARYING INDEX-VAR-M FROM 2 BY 1
           UNTIL INDEX-VAR-M IS GREATER THAN RATE-COUNT
               IF RT-CLIENT(INDEX-VAR-M) = BL-CLIENT(BILL-INDEX)
                   MOVE INDEX-VAR-M TO RATE-INDEX
               END-IF
           END-PERFORM

           MULTIPLY BL-COMPLETED(BILL-INDEX) BY RT-PER-IMAGE(RATE-INDEX)
               GIVING CHARGE-WORK
           MULTIPLY BL-SKIPPED(BILL-INDEX) BY RT-PER-IMAGE(RATE-INDEX)
               GIVING SKIP-CHARGE-WORK
           MULTIPLY RT-SKIPPED-PERCENT(RATE-INDEX)
               BY SKIP-CHARGE-WORK
           DIVIDE 100 INTO SKIP-CHARGE-WORK
           ADD CHARGE-WORK SKIP-CHARGE-WORK
               GIVING IMAGE-CHARGE ROUNDED

           MULTIPLY BL-COMPLETED-SAMPLES(BILL-INDEX)
               BY RT-PER-KSAMPLE(RATE-INDEX) GIVING CHARGE-WORK
           MULTIPLY BL-SKIPPED-SAMPLES(BILL-INDEX)
               BY RT-PER-KSAMPLE(RATE-INDEX) GIVING SKIP-CHARGE-WORK
           MULTIPLY RT-SKIPPED-PERCENT(RATE-INDEX)
               BY SKIP-CHARGE-WORK
           DIVIDE 100 INTO SKIP-CHARGE-WORK
           ADD SKIP-CHARGE-WORK TO CHARGE-WORK
           DIVIDE 1000 INTO CHARGE-WORK
               GIVING SAMPLE-CHARGE ROUNDED

           DIVIDE BL-RETAINED-BYTES(BILL-INDEX) BY 1048576
               GIVING RETAINED-MB-WORK
           MOVE RETAINED-MB-WORK TO RETAINED-MB
           MULTIPLY RETAINED-MB-WORK BY RT-PER-MB-MONTH(RATE-INDEX)
               GIVING STORAGE-CHARGE ROUNDED
           ADD IMAGE-CHARGE SAMPLE-CHARGE STORAGE-CHARGE
               GIVING CLIENT-TOTAL-CHARGE.
       WRITE-CLIENT-LINE SECTION.
           MOVE RETAINED-MB TO REPORT-MB-TEXT
           MOVE IMAGE-CHARGE TO REPORT-IMAGE-CHARGE-TEXT
           MOVE SAMPLE-CHARGE TO REPORT-SAMPLE-CHARGE-TEXT
           MOVE STORAGE-CHARGE TO REPORT-STORAGE-CHARGE-TEXT
           MOVE CLIENT-TOTAL-CHARGE TO REPORT-TOTAL-TEXT
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD
           MOVE 1 TO REPORT-LINE-POS
           STRING 'CLIENT=' DELIMITED BY SIZE
               REPORT-CLIENT-TEXT DELIMITED BY SIZE
               ' COMPLETED=' DELIMITED BY SIZE
               REPORT-COMPLETED-TEXT DELIMITED BY SIZE
               ' SKIPPED=' DELIMITED BY SIZE
               REPORT-SKIPPED-TEXT DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               REPORT-FAILED-TEXT DELIMITED BY SIZE
               ' SAMPLES=' DELIMITED BY SIZE
               REPORT-SAMPLES-TEXT DELIMITED BY SIZE
               ' RETAINED-MB=' DELIMITED BY SIZE
               REPORT-MB-TEXT DELIMITED BY SIZE
               ' IMAGE-CHARGE=' DELIMITED BY SIZE
               REPORT-IMAGE-CHARGE-TEXT DELIMITED BY SIZE
               ' SAMPLE-CHARGE=' DELIMITED BY SIZE
               REPORT-SAMPLE-CHARGE-TEXT DELIMITED BY SIZE
               ' STORAGE-CHARGE=' DELIMITED BY SIZE
               REPORT-STORAGE-CHARGE-TEXT DELIMITED BY SIZE
               ' TOTAL=' DELIMITED BY SIZE
               REPORT-TOTAL-TEXT DELIMITED BY SIZE
               INTO CHARGEBACK-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           WRITE CHARGEBACK-REPORT-RECORD.
       RUN-SHELL-COMMAND SECTION.
           CALL 'SYSTEM' USING BY CONTENT SHELL-COMMAND.
       END PROGRAM AUDITORISE-CHARGEBACK.
