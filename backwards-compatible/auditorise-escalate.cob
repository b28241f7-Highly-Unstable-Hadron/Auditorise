       IDENTIFICATION DIVISION.
           PROGRAM-ID. AUDITORISE-ESCALATE.
      * ALERT ESCALATION JOB, RUN EVERY FEW MINUTES FROM CRON (OR AS
      * A JOB-STREAM STEP). AUDITORISE-CORE, THE HOT-FOLDER SERVICE,
      * AUDITORISE-SWEEP AND AUDITORISE-HOUSEKEEP RAISE THEIR
      * PROBLEMS IN '__inout__/alerts.dat' (SEE ALERTREC.CPY) AND
      * THE OPERATOR ACKNOWLEDGES THEM IN AUDITORISE-MAINT (OPTION
      * 7). THIS JOB:
      *   - RAISES THE ONE PROBLEM NO OTHER PROGRAM CAN REPORT - A
      *     HOT-FOLDER SERVICE THAT HAS STOPPED WRITING ITS
      *     HEARTBEAT. THE SERVICE REWRITES '__inout__/status.dat'
      *     AT LEAST ONCE A MINUTE, IDLE OR NOT; ONE WHOSE
      *     UPDATED= STAMP IS OLDER THAN AUDITORISE-STALE-MINUTES
      *     (DEFAULT 15) AND WHOSE STATE IS NOT STOPPED IS RAISED AS
      *     A CRITICAL ALERT (ONCE - NOT AGAIN WHILE THAT ALERT IS
      *     STILL OPEN). NO
      *     status.dat, OR ONE WITHOUT AN UPDATED= LINE, IS LEFT ALONE
      *   - PAGES OUT EVERY CRITICAL ALERT STILL UNACKNOWLEDGED
      *     AUDITORISE-ESCALATE-MINUTES (DEFAULT 30) AFTER IT WAS
      *     RAISED: ONE LINE IS APPENDED TO '__inout__/pageout.txt'
      *     FOR THE ON-CALL SCRIPT TO PICK UP, AND THE ALERT IS
      *     MARKED ESCALATED IN PLACE SO IT IS PAGED ONLY ONCE.
      *     WARNINGS ARE NEVER PAGED
      * THE ALERT FILE IS UPDATED RECORD BY RECORD (OPEN I-O,
      * REWRITE), NEVER REWRITTEN WHOLESALE - THE OTHER JOBS MAY BE
      * APPENDING TO IT AT THE SAME TIME.
      * RETURN-CODE 0 = NOTHING PAGED, 4 = AT LEAST ONE ALERT PAGED
      * OUT, 16 = THE ALERT FILE OR THE PAGE-OUT FILE WILL NOT OPEN

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO '__inout__/alerts.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.
           SELECT PAGEOUT-FILE ASSIGN TO '__inout__/pageout.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGEOUT-STATUS.
      *    THE HOT-FOLDER SERVICE'S HEARTBEAT, ONE KEYWORD=VALUE PER
      *    LINE - SEE WRITE-HOT-STATUS-FILE IN AUDITORISE-CORE
           SELECT HOT-STATUS-FILE ASSIGN TO '__inout__/status.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOT-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 266 CHARACTERS.
       01 ALERT-RECORD.
           COPY ALERTREC.

       FD  PAGEOUT-FILE.
       01 PAGEOUT-RECORD PICTURE X(240).

       FD  HOT-STATUS-FILE.
       01 HOT-STATUS-RECORD PICTURE X(96).

       WORKING-STORAGE SECTION.
       01 ALERT-STATUS PICTURE X(2) VALUE '00'.
       01 ALERT-OPEN-TRIES USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-RETRY-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 1.
       01 ALERT-SAVED-RC USAGE IS BINARY-LONG.
       01 PAGEOUT-STATUS PICTURE X(2) VALUE '00'.
       01 HOT-STATUS-STATUS PICTURE X(2) VALUE '00'.

       01 RUN-DATE-TEXT PICTURE X(8).
       01 RUN-TIME-TEXT PICTURE X(8).

      * THE TWO THRESHOLDS, IN MINUTES
       01 ESCALATE-MINUTES USAGE IS BINARY-LONG UNSIGNED VALUE 30.
       01 STALE-MINUTES USAGE IS BINARY-LONG UNSIGNED VALUE 15.
       01 SETTING-TEXT PICTURE X(8).

      * AGE OF A DATE/TIME STAMP IN WHOLE MINUTES, AS OF THE RUN
      * START - SEE MEASURE-STAMP-AGE
       01 STAMP-DATE-WORK PICTURE X(8).
       01 STAMP-DATE-NUMBER REDEFINES STAMP-DATE-WORK PICTURE 9(8).
       01 STAMP-TIME-WORK.
           02 STAMP-HOUR PICTURE 99.
           02 STAMP-MINUTE PICTURE 99.
           02 FILLER PICTURE X(4).
       01 STAMP-AGE-MINUTES USAGE IS BINARY-LONG.
       01 STAMP-DAY-NUMBER USAGE IS BINARY-LONG.
       01 STAMP-MINUTE-OF-DAY USAGE IS BINARY-LONG.
       01 STAMP-VALID-SWITCH PICTURE X.
           88 STAMP-IS-VALID VALUE 'Y'.
       01 RUN-DAY-NUMBER USAGE IS BINARY-LONG.
       01 RUN-MINUTE-OF-DAY USAGE IS BINARY-LONG.
       01 AGE-MINUTES-TEXT PICTURE 9(6).

      * WHAT THE HEARTBEAT SAYS
       01 HEARTBEAT-STATE PICTURE X(8).
       01 HEARTBEAT-DATE PICTURE X(8).
       01 HEARTBEAT-TIME PICTURE X(8).
       01 STATUS-KEY-WORK PICTURE X(12).
       01 STATUS-VALUE-WORK PICTURE X(84).

      * SET BY THE CALLER OF RAISE-ALERT
       01 ALERT-SEVERITY PICTURE X(8).
       01 ALERT-SUBJECT PICTURE X(40).
       01 ALERT-MESSAGE PICTURE X(80).
       01 ALERT-REPEAT-SWITCH PICTURE X VALUE 'N'.
           88 ALERT-ALREADY-OPEN VALUE 'Y'.

       01 SCAN-DONE-SWITCH PICTURE X.
           88 SCAN-IS-DONE VALUE 'Y'.
       01 PAGEOUT-OPEN-SWITCH PICTURE X VALUE 'N'.
           88 PAGEOUT-IS-OPEN VALUE 'Y'.
       01 PAGEOUT-FAILED-SWITCH PICTURE X VALUE 'N'.
           88 PAGEOUT-HAS-FAILED VALUE 'Y'.

       01 OPEN-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 CRITICAL-OPEN-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 PAGED-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 PAGEOUT-LINE-POS USAGE IS BINARY-LONG UNSIGNED.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           PERFORM INIT-ESCALATION-SETTINGS

      *    THE RUN'S OWN CLOCK, IN THE SAME UNITS EVERY AGE IS
      *    MEASURED IN
           MOVE RUN-DATE-TEXT TO STAMP-DATE-WORK
           MOVE RUN-TIME-TEXT TO STAMP-TIME-WORK
           MOVE FUNCTION INTEGER-OF-DATE(STAMP-DATE-NUMBER)
               TO RUN-DAY-NUMBER
           MULTIPLY STAMP-HOUR BY 60 GIVING RUN-MINUTE-OF-DAY
           ADD STAMP-MINUTE TO RUN-MINUTE-OF-DAY

      *    A STALE HEARTBEAT IS RAISED FIRST, SO THE PASS BELOW SEES
      *    EVERYTHING THAT IS OPEN
           PERFORM CHECK-SERVICE-HEARTBEAT

           OPEN I-O ALERT-FILE
           EVALUATE ALERT-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ESCALATION COMPLETE - NO ALERTS RAISED YET'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'AUDITORISE-ESCALATE: CANNOT OPEN '
                       '__inout__/alerts.dat (STATUS ' ALERT-STATUS
                       ') - RUN ABORTED' UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE 'N' TO SCAN-DONE-SWITCH
           PERFORM UNTIL SCAN-IS-DONE
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO SCAN-DONE-SWITCH
                   NOT AT END
                       PERFORM JUDGE-ONE-ALERT
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           IF PAGEOUT-IS-OPEN
               CLOSE PAGEOUT-FILE
           END-IF

           DISPLAY 'ESCALATION COMPLETE - ' OPEN-COUNT ' OPEN, '
               CRITICAL-OPEN-COUNT ' CRITICAL, ' PAGED-COUNT
               ' PAGED OUT'
           EVALUATE TRUE
               WHEN PAGEOUT-HAS-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN PAGED-COUNT IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       INIT-ESCALATION-SETTINGS SECTION.
      * BOTH THRESHOLDS ARE WHOLE MINUTES. ESCALATE-MINUTES 0 PAGES
      * A CRITICAL ALERT ON THE FIRST PASS THAT SEES IT; A STALE
      * THRESHOLD OF 0 WOULD CALL EVERY HEARTBEAT STALE, SO IT MUST
      * BE AT LEAST 1
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT
               'AUDITORISE-ESCALATE-MINUTES'
           IF SETTING-TEXT IS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SETTING-TEXT) IS ZERO
               AND FUNCTION NUMVAL(SETTING-TEXT) IS NOT LESS THAN 0
               AND FUNCTION NUMVAL(SETTING-TEXT) IS NOT GREATER
                   THAN 9999
                   MOVE FUNCTION NUMVAL(SETTING-TEXT)
                       TO ESCALATE-MINUTES
               ELSE
                   DISPLAY 'AUDITORISE-ESCALATE: AUDITORISE-ESCALATE-'
                       'MINUTES OF "' SETTING-TEXT '" IS NOT 0-9999 - '
                       'USING 30' UPON SYSERR
               END-IF
           END-IF

           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT
               'AUDITORISE-STALE-MINUTES'
           IF SETTING-TEXT IS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SETTING-TEXT) IS ZERO
               AND FUNCTION NUMVAL(SETTING-TEXT) IS NOT LESS THAN 1
               AND FUNCTION NUMVAL(SETTING-TEXT) IS NOT GREATER
                   THAN 9999
                   MOVE FUNCTION NUMVAL(SETTING-TEXT)
                       TO STALE-MINUTES
               ELSE
                   DISPLAY 'AUDITORISE-ESCALATE: AUDITORISE-STALE-'
                       'MINUTES OF "' SETTING-TEXT '" IS NOT 1-9999 - '
                       'USING 15' UPON SYSERR
               END-IF
           END-IF.
       CHECK-SERVICE-HEARTBEAT SECTION.
      * A SERVICE THAT SAYS IT IS RUNNING, PAUSED OR DRAINING
      * REWRITES status.dat EVERY POLL CYCLE; ONE THAT HAS NOT DONE SO
      * FOR STALE-MINUTES HAS HUNG OR DIED WITHOUT SAYING SO
           MOVE SPACES TO HEARTBEAT-STATE
           MOVE SPACES TO HEARTBEAT-DATE
           MOVE SPACES TO HEARTBEAT-TIME
           OPEN INPUT HOT-STATUS-FILE
           IF HOT-STATUS-STATUS NOT = '00'
               EXIT SECTION
           END-IF
           MOVE 'N' TO SCAN-DONE-SWITCH
           PERFORM UNTIL SCAN-IS-DONE
               READ HOT-STATUS-FILE
                   AT END
                       MOVE 'Y' TO SCAN-DONE-SWITCH
                   NOT AT END
                       MOVE SPACES TO STATUS-KEY-WORK
                       MOVE SPACES TO STATUS-VALUE-WORK
                       UNSTRING HOT-STATUS-RECORD DELIMITED BY '='
                           INTO STATUS-KEY-WORK STATUS-VALUE-WORK
                       EVALUATE STATUS-KEY-WORK
                           WHEN 'STATE'
                               MOVE STATUS-VALUE-WORK TO HEARTBEAT-STATE
                           WHEN 'UPDATED'
                               UNSTRING STATUS-VALUE-WORK
                                   DELIMITED BY ' '
                                   INTO HEARTBEAT-DATE HEARTBEAT-TIME
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HOT-STATUS-FILE

           IF HEARTBEAT-STATE = 'STOPPED'
           OR HEARTBEAT-DATE = SPACES
               EXIT SECTION
           END-IF
           MOVE HEARTBEAT-DATE TO STAMP-DATE-WORK
           MOVE HEARTBEAT-TIME TO STAMP-TIME-WORK
           PERFORM MEASURE-STAMP-AGE
           IF NOT STAMP-IS-VALID
           OR STAMP-AGE-MINUTES IS LESS THAN STALE-MINUTES
               EXIT SECTION
           END-IF

           MOVE 'CRITICAL' TO ALERT-SEVERITY
           MOVE '__inout__/status.dat' TO ALERT-SUBJECT
           MOVE SPACES TO ALERT-MESSAGE
           STRING 'HOT-FOLDER HEARTBEAT STALE - STATE '
                   DELIMITED BY SIZE
               HEARTBEAT-STATE DELIMITED BY SPACE
               ', LAST UPDATED ' DELIMITED BY SIZE
               HEARTBEAT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HEARTBEAT-TIME DELIMITED BY SIZE
               INTO ALERT-MESSAGE
           PERFORM RAISE-ALERT.
       JUDGE-ONE-ALERT SECTION.
      * ONLY AN OPEN CRITICAL ALERT NOT YET PAGED CAN BE PAGED, AND
      * ONLY ONCE IT HAS WAITED ESCALATE-MINUTES FOR SOMEONE TO
      * ACKNOWLEDGE IT. A PAGE THAT CANNOT BE WRITTEN LEAVES THE
      * ALERT UNMARKED, SO THE NEXT RUN TRIES AGAIN
           IF NOT AL-IS-OPEN
               EXIT SECTION
           END-IF
           ADD 1 TO OPEN-COUNT
           IF NOT AL-IS-CRITICAL
               EXIT SECTION
           END-IF
           ADD 1 TO CRITICAL-OPEN-COUNT
           IF AL-IS-ESCALATED
               EXIT SECTION
           END-IF

           MOVE AL-RAISED-DATE TO STAMP-DATE-WORK
           MOVE AL-RAISED-TIME TO STAMP-TIME-WORK
           PERFORM MEASURE-STAMP-AGE
           IF NOT STAMP-IS-VALID
           OR STAMP-AGE-MINUTES IS LESS THAN ESCALATE-MINUTES
               EXIT SECTION
           END-IF

           PERFORM WRITE-PAGEOUT-LINE
           IF PAGEOUT-HAS-FAILED
               EXIT SECTION
           END-IF
           SET AL-IS-ESCALATED TO TRUE
           MOVE RUN-DATE-TEXT TO AL-ESCALATED-DATE
           MOVE RUN-TIME-TEXT TO AL-ESCALATED-TIME
           REWRITE ALERT-RECORD
           IF ALERT-STATUS NOT = '00'
               DISPLAY 'AUDITORISE-ESCALATE: CANNOT MARK ALERT '
                   AL-SUBJECT ' ESCALATED (STATUS ' ALERT-STATUS
                   ') - IT MAY BE PAGED AGAIN' UPON SYSERR
           END-IF
           ADD 1 TO PAGED-COUNT.
       MEASURE-STAMP-AGE SECTION.
      * WHOLE MINUTES FROM STAMP-DATE-WORK/STAMP-TIME-WORK (YYYYMMDD,
      * HHMMSSCC) TO THE RUN START. A STAMP THAT IS NOT A DATE AND
      * TIME IS NOT VALID AND HAS NO AGE
           MOVE 'N' TO STAMP-VALID-SWITCH
           MOVE 0 TO STAMP-AGE-MINUTES
           IF STAMP-DATE-NUMBER IS NOT NUMERIC
           OR STAMP-HOUR IS NOT NUMERIC
           OR STAMP-MINUTE IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(STAMP-DATE-NUMBER)
               IS NOT ZERO
               EXIT SECTION
           END-IF
           MOVE 'Y' TO STAMP-VALID-SWITCH
           MOVE FUNCTION INTEGER-OF-DATE(STAMP-DATE-NUMBER)
               TO STAMP-DAY-NUMBER
           MULTIPLY STAMP-HOUR BY 60 GIVING STAMP-MINUTE-OF-DAY
           ADD STAMP-MINUTE TO STAMP-MINUTE-OF-DAY
           SUBTRACT STAMP-DAY-NUMBER FROM RUN-DAY-NUMBER
               GIVING STAMP-AGE-MINUTES
           MULTIPLY 1440 BY STAMP-AGE-MINUTES
           ADD RUN-MINUTE-OF-DAY TO STAMP-AGE-MINUTES
           SUBTRACT STAMP-MINUTE-OF-DAY FROM STAMP-AGE-MINUTES.
       WRITE-PAGEOUT-LINE SECTION.
      * ONE LINE PER PAGE, KEYWORD=VALUE SO THE ON-CALL SCRIPT CAN
      * CUT IT UP; THE MESSAGE IS LAST BECAUSE IT HOLDS SPACES. THE
      * FILE IS OPENED ON THE FIRST PAGE OF THE RUN, SO A QUIET RUN
      * LEAVES IT UNTOUCHED
           IF NOT PAGEOUT-IS-OPEN
               OPEN EXTEND PAGEOUT-FILE
               IF PAGEOUT-STATUS NOT = '00'
                   OPEN OUTPUT PAGEOUT-FILE
               END-IF
               IF PAGEOUT-STATUS NOT = '00'
                   DISPLAY 'AUDITORISE-ESCALATE: CANNOT OPEN '
                       '__inout__/pageout.txt (STATUS ' PAGEOUT-STATUS
                       ') - NOTHING PAGED' UPON SYSERR
                   MOVE 'Y' TO PAGEOUT-FAILED-SWITCH
                   EXIT SECTION
               END-IF
               MOVE 'Y' TO PAGEOUT-OPEN-SWITCH
           END-IF

           MOVE STAMP-AGE-MINUTES TO AGE-MINUTES-TEXT
           MOVE SPACES TO PAGEOUT-RECORD
           MOVE 1 TO PAGEOUT-LINE-POS
           STRING RUN-DATE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RUN-TIME-TEXT DELIMITED BY SIZE
               ' PAGE SEVERITY=' DELIMITED BY SIZE
               AL-SEVERITY DELIMITED BY SPACE
               ' SOURCE=' DELIMITED BY SIZE
               AL-SOURCE DELIMITED BY SPACE
               ' SUBJECT=' DELIMITED BY SIZE
               AL-SUBJECT DELIMITED BY SPACE
               ' RAISED=' DELIMITED BY SIZE
               AL-RAISED-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AL-RAISED-TIME DELIMITED BY SIZE
               ' AGE-MINUTES=' DELIMITED BY SIZE
               AGE-MINUTES-TEXT DELIMITED BY SIZE
               ' MESSAGE=' DELIMITED BY SIZE
               AL-MESSAGE DELIMITED BY SIZE
               INTO PAGEOUT-RECORD
               WITH POINTER PAGEOUT-LINE-POS
           WRITE PAGEOUT-RECORD
           DISPLAY PAGEOUT-RECORD.
       RAISE-ALERT SECTION.
      * APPENDS ONE OPEN ALERT TO '__inout__/alerts.dat' (ALERTREC)
      * UNLESS THE SAME ONE IS STILL OPEN - A SERVICE THAT STAYS DEAD
      * IS FOUND STALE BY EVERY RUN OF THIS JOB. RUNS BEFORE THE
      * ESCALATION PASS OPENS THE FILE I-O
           MOVE 'N' TO ALERT-REPEAT-SWITCH
           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS = '00'
               MOVE 'N' TO SCAN-DONE-SWITCH
               PERFORM UNTIL SCAN-IS-DONE
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       NOT AT END
                           IF AL-IS-OPEN
                           AND AL-SOURCE = 'AUDITORISE-ESCALATE'
                           AND AL-SUBJECT = ALERT-SUBJECT
                           AND AL-MESSAGE = ALERT-MESSAGE
                               MOVE 'Y' TO ALERT-REPEAT-SWITCH
                               MOVE 'Y' TO SCAN-DONE-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           IF ALERT-ALREADY-OPEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO ALERT-RECORD
           MOVE RUN-DATE-TEXT TO AL-RAISED-DATE
           MOVE RUN-TIME-TEXT TO AL-RAISED-TIME
           MOVE ALERT-SEVERITY TO AL-SEVERITY
           MOVE 'AUDITORISE-ESCALATE' TO AL-SOURCE
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
           CLOSE ALERT-FILE
           DISPLAY 'AUDITORISE-ESCALATE: RAISED ' ALERT-SEVERITY ' '
               ALERT-SUBJECT ' ' ALERT-MESSAGE.
       END PROGRAM AUDITORISE-ESCALATE.
