       IDENTIFICATION DIVISION.
           PROGRAM-ID. AUDITORISE-JOBSTREAM.
      * NIGHTLY JOB-STREAM CONTROLLER. THE NIGHTLY WINDOW IS A CHAIN
      * OF THIS SYSTEM'S BATCH PROGRAMS - AUDITORISE-PREFLIGHT,
      * AUDITORISE-CORE, AUDITORISE-SWEEP, AUDITORISE-REVIEW AND
      * AUDITORISE-HOUSEKEEP - EACH ENDING WITH A RETURN CODE THE
      * OPERATOR USED TO READ BY HAND BEFORE STARTING THE NEXT. THIS
      * PROGRAM RUNS THE CHAIN FROM A JOB-DEFINITION FILE:
      *   - EACH STEP RUNS WITH ITS OWN ENVIRONMENT SETTINGS
      *     (AUDITORISE-TRAVERSAL, AUDITORISE-CHANNELS AND SO ON),
      *     WHICH APPLY TO THAT STEP ALONE
      *   - EACH STEP'S CONDITION CODE IS JUDGED AGAINST THE
      *     HIGHEST ONE THAT STEP IS ALLOWED; ABOVE IT THE STREAM
      *     STOPS AND NO LATER STEP RUNS
      *   - EVERY STEP'S START TIME, END TIME AND CONDITION CODE
      *     GO TO THE JOB LOG '__inout__/jobstream.log'
      *   - A STOPPED STREAM LEAVES '__inout__/jobstream.state'
      *     NAMING THE FAILED STEP. RERUN WITH AUDITORISE-JOB-
      *     RESTART=Y AND THE STREAM RESUMES AT THAT STEP - THE
      *     STEPS BEFORE IT ARE LOGGED AS BYPASSED, NOT RE-RUN. A
      *     RESTART THAT LANDS ON THE CORE STEP ALSO HANDS IT
      *     AUDITORISE-RESTART=Y, SO THE CONVERSION PICKS UP FROM
      *     ITS OWN CHECKPOINT RATHER THAN IMAGE 1 (THE STEP'S OWN
      *     SETTINGS CAN STILL SAY OTHERWISE)
      *
      * JOB DEFINITION '__inout__/jobstream.cfg', ONE KEYWORD=VALUE
      * PER LINE (A LINE STARTING * IS A COMMENT):
      *   JOB=name            THE JOB'S NAME IN THE LOG  (NIGHTLY)
      *   STEP=name           STARTS THE NEXT STEP, RUN IN FILE
      *                       ORDER (PREFLIGHT, CORE, SWEEP, ...)
      *   PROGRAM=path        THE STEP'S EXECUTABLE
      *                       (./auditorise-<step name>)
      *   INPUT=path          A FILE FED TO THE STEP ON STDIN (CORE:
      *                       __inout__/in.txt, OTHERS NONE)
      *   MAX-RC=n            THE HIGHEST CONDITION CODE THAT LETS
      *                       THE STREAM CONTINUE (0)
      *   ENV=NAME=VALUE      ONE AUDITORISE-... SETTING FOR THE
      *                       STEP; REPEAT FOR MORE
      * PROGRAM=, INPUT=, MAX-RC= AND ENV= APPLY TO THE STEP= ABOVE
      * THEM. EVERY STEP RUNS THROUGH THE SHELL, SO PATHS AND
      * SETTINGS ARE HELD TO THE SAME CHARACTER WHITELIST THE HOT
      * FOLDER APPLIES TO FILE NAMES - NOTHING IN THE FILE CAN
      * SMUGGLE A SECOND COMMAND ONTO THE LINE.
      *
      * RETURN-CODE 0 = EVERY STEP RAN CLEAN (CONDITION CODE 0),
      * 4 = EVERY STEP RAN, SOME WITH A CONDITION CODE INSIDE ITS
      * LIMIT, 8 = A STEP EXCEEDED ITS LIMIT AND THE STREAM STOPPED
      * (RESTARTABLE), 16 = THE JOB DEFINITION IS MISSING OR
      * INVALID, THE RESTART STATE NAMES ANOTHER JOB, OR THE JOB LOG
      * WOULD NOT OPEN - NO STEP IS RUN

       >>DEFINE CONSTANT max-steps AS 20
       >>DEFINE CONSTANT max-step-env AS 12

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEFINITION-FILE
               ASSIGN TO '__inout__/jobstream.cfg'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-DEFINITION-STATUS.
      *    ONE LINE PER STEP EVENT, APPENDED ACROSS NIGHTS - SAME
      *    EXTEND-OR-CREATE HABIT AS audit.log
           SELECT JOB-LOG-FILE
               ASSIGN TO '__inout__/jobstream.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-LOG-STATUS.
      *    PRESENT ONLY WHILE A STOPPED STREAM AWAITS ITS RESTART -
      *    SAME ROLE checkpoint.dat PLAYS FOR A CONVERSION RUN
           SELECT JOB-STATE-FILE
               ASSIGN TO '__inout__/jobstream.state'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEFINITION-FILE.
       01 JOB-DEFINITION-RECORD PICTURE X(80).

       FD  JOB-LOG-FILE.
       01 JOB-LOG-RECORD PICTURE X(160).

       FD  JOB-STATE-FILE.
       01 JOB-STATE-RECORD.
           02 JS-JOB-NAME PICTURE X(12).
           02 FILLER PICTURE X.
           02 JS-STEP-NUMBER PICTURE 9(2).
           02 FILLER PICTURE X.
           02 JS-STEP-NAME PICTURE X(12).
           02 FILLER PICTURE X.
           02 JS-CONDITION-CODE PICTURE 9(4).
           02 FILLER PICTURE X.
           02 JS-STOP-DATE PICTURE X(8).
           02 FILLER PICTURE X.
           02 JS-STOP-TIME PICTURE X(8).

       WORKING-STORAGE SECTION.
       01 JOB-DEFINITION-STATUS PICTURE X(2) VALUE '00'.
       01 JOB-LOG-STATUS PICTURE X(2) VALUE '00'.
       01 JOB-STATE-STATUS PICTURE X(2) VALUE '00'.

       01 JOB-NAME PICTURE X(12) VALUE 'NIGHTLY'.
       01 STEP-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 STEP-TABLE.
           02 STEP-ENTRY OCCURS max-steps TIMES.
               03 ST-NAME PICTURE X(12).
               03 ST-PROGRAM PICTURE X(60).
               03 ST-INPUT PICTURE X(60).
               03 ST-MAX-RC PICTURE 9(4).
               03 ST-ENV-COUNT USAGE IS BINARY-LONG UNSIGNED.
               03 ST-ENV-SETTING OCCURS max-step-env TIMES
                   PICTURE X(60).
       01 STEP-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 ENV-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 FIRST-STEP-INDEX USAGE IS BINARY-LONG UNSIGNED VALUE 1.

      * THE JOB DEFINITION LINE AT HAND, SPLIT AT ITS FIRST '=' -
      * AN ENV= VALUE CARRIES AN '=' OF ITS OWN
       01 DEFINITION-LINE-NUMBER PICTURE 9(4) VALUE 0.
       01 KEYWORD-LENGTH USAGE IS BINARY-LONG UNSIGNED.
       01 DEFINITION-KEY-WORK PICTURE X(12).
       01 DEFINITION-VALUE-WORK PICTURE X(80).
       01 DEFINITION-ERROR-COUNT PICTURE 9(4) VALUE 0.
       01 DEFINITION-ERROR-TEXT PICTURE X(50).
       01 SCAN-DONE-SWITCH PICTURE X.
           88 SCAN-IS-DONE VALUE 'Y'.
       01 NAME-SCRUB-WORK PICTURE X(80).
       01 VALUE-TAIL-WORK PICTURE X(80).
       01 STEP-NAME-LOWER PICTURE X(12).
       01 SETTING-NAME-LENGTH USAGE IS BINARY-LONG UNSIGNED.

      * AUDITORISE-JOB-RESTART=Y RESUMES A STOPPED STREAM
       01 RESTART-FLAG PICTURE X VALUE 'N'.
           88 RESTART-REQUESTED VALUE 'Y'.
       01 RESTART-STEP-SWITCH PICTURE X VALUE 'N'.
           88 STEP-IS-RESTART-POINT VALUE 'Y'.

       01 SHELL-COMMAND PICTURE X(1000).
       01 COMMAND-LINE-POS USAGE IS BINARY-LONG UNSIGNED.
       01 COMMAND-OVERFLOW-SWITCH PICTURE X VALUE 'N'.
           88 COMMAND-HAS-OVERFLOWED VALUE 'Y'.

      * CALL 'SYSTEM' ANSWERS THE RAW WAIT STATUS: THE EXIT CODE
      * TIMES 256, OR A SIGNAL NUMBER IN THE LOW BYTE WHEN THE STEP
      * WAS KILLED - AN ABEND, WHICH NO STEP LIMIT CAN PASS
       01 WAIT-STATUS USAGE IS BINARY-LONG.
       01 WAIT-SIGNAL USAGE IS BINARY-LONG.
       01 STEP-CONDITION-CODE PICTURE 9(4).
       01 STEP-ABENDED-SWITCH PICTURE X.
           88 STEP-HAS-ABENDED VALUE 'Y'.
       01 HIGHEST-CONDITION-CODE PICTURE 9(4) VALUE 0.
       01 STREAM-STOPPED-SWITCH PICTURE X VALUE 'N'.
           88 STREAM-WAS-STOPPED VALUE 'Y'.

       01 RUN-DATE-TEXT PICTURE X(8).
       01 STEP-START-TIME PICTURE X(8).
       01 STEP-END-TIME PICTURE X(8).
       01 LOG-DATE-TEXT PICTURE X(8).
       01 LOG-TIME-TEXT PICTURE X(8).
       01 LOG-STEP-NUMBER PICTURE 9(2).
       01 LOG-EVENT-TEXT PICTURE X(8).
       01 LOG-RESULT-TEXT PICTURE X(8).
       01 LOG-LINE-POS USAGE IS BINARY-LONG UNSIGNED.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           PERFORM LOAD-JOB-DEFINITION
           PERFORM INIT-RESTART-POINT

           OPEN EXTEND JOB-LOG-FILE
           IF JOB-LOG-STATUS NOT = '00'
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF JOB-LOG-STATUS NOT = '00'
               DISPLAY 'AUDITORISE-JOBSTREAM: CANNOT OPEN '
                   '__inout__/jobstream.log (STATUS '
                   JOB-LOG-STATUS ') - NO STEP RUN' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING STEP-INDEX FROM 1 BY 1
           UNTIL STEP-INDEX IS GREATER THAN STEP-COUNT
           OR STREAM-WAS-STOPPED
               IF STEP-INDEX IS LESS THAN FIRST-STEP-INDEX
                   PERFORM LOG-BYPASSED-STEP
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM
           CLOSE JOB-LOG-FILE

           IF STREAM-WAS-STOPPED
               PERFORM WRITE-RESTART-STATE
               DISPLAY 'JOB ' JOB-NAME ' STOPPED AT STEP '
                   LOG-STEP-NUMBER ' ' ST-NAME(LOG-STEP-NUMBER)
                   ' - RERUN WITH AUDITORISE-JOB-RESTART=Y TO '
                   'RESUME THERE'
               MOVE 8 TO RETURN-CODE
           ELSE
      *        A CLEAN FINISH RETIRES ANY RESTART POINT - TOMORROW
      *        NIGHT STARTS FROM THE TOP
               CALL 'CBL_DELETE_FILE' USING '__inout__/jobstream.state'
               DISPLAY 'JOB ' JOB-NAME ' COMPLETE - HIGHEST '
                   'CONDITION CODE ' HIGHEST-CONDITION-CODE
               IF HIGHEST-CONDITION-CODE IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       LOAD-JOB-DEFINITION SECTION.
      * THE WHOLE FILE IS JUDGED BEFORE ANY STEP RUNS - A TYPO ON
      * THE LAST LINE MUST NOT SURFACE AFTER TWO HOURS OF CORE. EVERY
      * FAULT IS NAMED WITH ITS LINE NUMBER, THEN THE RUN ABORTS
           OPEN INPUT JOB-DEFINITION-FILE
           IF JOB-DEFINITION-STATUS NOT = '00'
               DISPLAY 'LOAD-JOB-DEFINITION: CANNOT OPEN '
                   '__inout__/jobstream.cfg (STATUS '
                   JOB-DEFINITION-STATUS ') - NO STEP RUN'
                   UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO SCAN-DONE-SWITCH
           PERFORM UNTIL SCAN-IS-DONE
               READ JOB-DEFINITION-FILE
                   AT END
                       MOVE 'Y' TO SCAN-DONE-SWITCH
                   NOT AT END
                       ADD 1 TO DEFINITION-LINE-NUMBER
                       PERFORM APPLY-DEFINITION-RECORD
               END-READ
           END-PERFORM
           CLOSE JOB-DEFINITION-FILE

           IF STEP-COUNT IS ZERO
               DISPLAY 'LOAD-JOB-DEFINITION: __inout__/jobstream.cfg '
                   'DEFINES NO STEP' UPON SYSERR
               ADD 1 TO DEFINITION-ERROR-COUNT
           END-IF

      *    BUILD EVERY STEP'S COMMAND ONCE NOW, SO A LINE TOO LONG
      *    FOR THE SHELL BUFFER IS A DEFINITION FAULT, NOT A STEP
      *    THAT DIES MID-STREAM
           PERFORM VARYING STEP-INDEX FROM 1 BY 1
           UNTIL STEP-INDEX IS GREATER THAN STEP-COUNT
               MOVE 'N' TO RESTART-STEP-SWITCH
               PERFORM BUILD-STEP-COMMAND
               IF COMMAND-HAS-OVERFLOWED
                   DISPLAY 'LOAD-JOB-DEFINITION: STEP '
                       ST-NAME(STEP-INDEX) ' BUILDS A COMMAND LONGER '
                       'THAN 1000 CHARACTERS' UPON SYSERR
                   ADD 1 TO DEFINITION-ERROR-COUNT
               END-IF
           END-PERFORM

           IF DEFINITION-ERROR-COUNT IS GREATER THAN 0
               DISPLAY 'LOAD-JOB-DEFINITION: ' DEFINITION-ERROR-COUNT
                   ' FAULT(S) IN __inout__/jobstream.cfg - NO STEP '
                   'RUN' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       APPLY-DEFINITION-RECORD SECTION.
           IF JOB-DEFINITION-RECORD = SPACES
           OR JOB-DEFINITION-RECORD(1:1) = '*'
               EXIT SECTION
           END-IF
           MOVE 0 TO KEYWORD-LENGTH
           INSPECT JOB-DEFINITION-RECORD TALLYING KEYWORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL '='
           MOVE SPACES TO DEFINITION-KEY-WORK
           MOVE SPACES TO DEFINITION-VALUE-WORK
           IF KEYWORD-LENGTH IS GREATER THAN 12
           OR KEYWORD-LENGTH IS NOT LESS THAN 79
           OR KEYWORD-LENGTH IS ZERO
               MOVE 'NOT A KEYWORD=VALUE LINE' TO DEFINITION-ERROR-TEXT
               PERFORM REPORT-DEFINITION-FAULT
               EXIT SECTION
           END-IF
           MOVE JOB-DEFINITION-RECORD(1:KEYWORD-LENGTH)
               TO DEFINITION-KEY-WORK
           MOVE JOB-DEFINITION-RECORD(KEYWORD-LENGTH + 2:)
               TO DEFINITION-VALUE-WORK

           EVALUATE DEFINITION-KEY-WORK
               WHEN 'JOB'
                   IF DEFINITION-VALUE-WORK(13:) IS NOT = SPACES
                   OR DEFINITION-VALUE-WORK = SPACES
                       MOVE 'JOB NAME MUST BE 1-12 CHARACTERS'
                           TO DEFINITION-ERROR-TEXT
                       PERFORM REPORT-DEFINITION-FAULT
                   ELSE
                       MOVE DEFINITION-VALUE-WORK TO JOB-NAME
                   END-IF
               WHEN 'STEP'
                   PERFORM ADD-JOB-STEP
               WHEN 'PROGRAM'
               WHEN 'INPUT'
               WHEN 'MAX-RC'
               WHEN 'ENV'
                   IF STEP-COUNT IS ZERO
                       MOVE 'SETTING BEFORE THE FIRST STEP='
                           TO DEFINITION-ERROR-TEXT
                       PERFORM REPORT-DEFINITION-FAULT
                   ELSE
                       PERFORM APPLY-STEP-SETTING
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN KEYWORD' TO DEFINITION-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-FAULT
           END-EVALUATE.
       ADD-JOB-STEP SECTION.
      * A NEW STEP TAKES ITS DEFAULTS FROM ITS NAME: THE PROGRAM IS
      * ./auditorise-<name>, AND ONLY CORE READS A FILE ON STDIN
           IF STEP-COUNT IS NOT LESS THAN max-steps
               MOVE 'MORE THAN 20 STEPS' TO DEFINITION-ERROR-TEXT
               PERFORM REPORT-DEFINITION-FAULT
               EXIT SECTION
           END-IF
           MOVE DEFINITION-VALUE-WORK TO NAME-SCRUB-WORK
           INSPECT NAME-SCRUB-WORK CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-' TO SPACE
           IF DEFINITION-VALUE-WORK = SPACES
           OR DEFINITION-VALUE-WORK(13:) IS NOT = SPACES
           OR NAME-SCRUB-WORK IS NOT = SPACES
               MOVE 'STEP NAME MUST BE 1-12 OF A-Z, 0-9 AND -'
                   TO DEFINITION-ERROR-TEXT
               PERFORM REPORT-DEFINITION-FAULT
               EXIT SECTION
           END-IF
           ADD 1 TO STEP-COUNT
           MOVE DEFINITION-VALUE-WORK TO ST-NAME(STEP-COUNT)
           MOVE ST-NAME(STEP-COUNT) TO STEP-NAME-LOWER
           INSPECT STEP-NAME-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           MOVE SPACES TO ST-PROGRAM(STEP-COUNT)
           STRING './auditorise-' DELIMITED BY SIZE
               STEP-NAME-LOWER DELIMITED BY SPACE
               INTO ST-PROGRAM(STEP-COUNT)
           IF ST-NAME(STEP-COUNT) = 'CORE'
               MOVE '__inout__/in.txt' TO ST-INPUT(STEP-COUNT)
           ELSE
               MOVE SPACES TO ST-INPUT(STEP-COUNT)
           END-IF
           MOVE 0 TO ST-MAX-RC(STEP-COUNT)
           MOVE 0 TO ST-ENV-COUNT(STEP-COUNT).
       APPLY-STEP-SETTING SECTION.
      * EVERY VALUE IS HELD TO THE WHITELIST BEFORE IT CAN REACH THE
      * SHELL: LETTERS, DIGITS, DOT, UNDERSCORE, DASH, / AND (IN AN
      * ENV= SETTING) THE ONE '=' BETWEEN NAME AND VALUE
           IF DEFINITION-VALUE-WORK(61:) IS NOT = SPACES
               MOVE 'VALUE LONGER THAN 60 CHARACTERS'
                   TO DEFINITION-ERROR-TEXT
               PERFORM REPORT-DEFINITION-FAULT
               EXIT SECTION
           END-IF
           MOVE SPACES TO VALUE-TAIL-WORK
           UNSTRING DEFINITION-VALUE-WORK DELIMITED BY ALL SPACE
               INTO NAME-SCRUB-WORK VALUE-TAIL-WORK
           IF VALUE-TAIL-WORK IS NOT = SPACES
               MOVE 'VALUE CONTAINS A SPACE' TO DEFINITION-ERROR-TEXT
               PERFORM REPORT-DEFINITION-FAULT
               EXIT SECTION
           END-IF
           MOVE DEFINITION-VALUE-WORK TO NAME-SCRUB-WORK
           INSPECT NAME-SCRUB-WORK CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789' TO SPACE
           INSPECT NAME-SCRUB-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz._-/' TO SPACE

           EVALUATE DEFINITION-KEY-WORK
               WHEN 'PROGRAM'
               WHEN 'INPUT'
                   IF NAME-SCRUB-WORK IS NOT = SPACES
                       MOVE 'ONLY LETTERS, DIGITS AND ._-/ ACCEPTED'
                           TO DEFINITION-ERROR-TEXT
                       PERFORM REPORT-DEFINITION-FAULT
                   ELSE
                       IF DEFINITION-KEY-WORK = 'PROGRAM'
                           IF DEFINITION-VALUE-WORK = SPACES
                               MOVE 'PROGRAM= CANNOT BE BLANK'
                                   TO DEFINITION-ERROR-TEXT
                               PERFORM REPORT-DEFINITION-FAULT
                           ELSE
                               MOVE DEFINITION-VALUE-WORK
                                   TO ST-PROGRAM(STEP-COUNT)
                           END-IF
                       ELSE
      *                    A BLANK INPUT= TAKES CORE'S DEFAULT AWAY
                           MOVE DEFINITION-VALUE-WORK
                               TO ST-INPUT(STEP-COUNT)
                       END-IF
                   END-IF
               WHEN 'MAX-RC'
                   IF DEFINITION-VALUE-WORK = SPACES
                   OR FUNCTION TEST-NUMVAL(DEFINITION-VALUE-WORK)
                       IS NOT ZERO
                   OR NAME-SCRUB-WORK IS NOT = SPACES
                       MOVE 'MAX-RC MUST BE A WHOLE NUMBER 0-9999'
                           TO DEFINITION-ERROR-TEXT
                       PERFORM REPORT-DEFINITION-FAULT
                   ELSE
                       IF FUNCTION NUMVAL(DEFINITION-VALUE-WORK) IS
                           GREATER THAN 9999
                           MOVE 'MAX-RC MUST BE A WHOLE NUMBER 0-9999'
                               TO DEFINITION-ERROR-TEXT
                           PERFORM REPORT-DEFINITION-FAULT
                       ELSE
                           MOVE FUNCTION NUMVAL(DEFINITION-VALUE-WORK)
                               TO ST-MAX-RC(STEP-COUNT)
                       END-IF
                   END-IF
               WHEN 'ENV'
                   MOVE 0 TO SETTING-NAME-LENGTH
                   INSPECT DEFINITION-VALUE-WORK TALLYING
                       SETTING-NAME-LENGTH
                       FOR CHARACTERS BEFORE INITIAL '='
                   INSPECT NAME-SCRUB-WORK CONVERTING '=' TO SPACE
                   EVALUATE TRUE
                       WHEN DEFINITION-VALUE-WORK(1:11)
                           IS NOT = 'AUDITORISE-'
                       WHEN SETTING-NAME-LENGTH IS NOT GREATER
                           THAN 11
                       WHEN SETTING-NAME-LENGTH IS NOT LESS THAN 60
                       WHEN NAME-SCRUB-WORK IS NOT = SPACES
                           MOVE 'ENV= MUST BE AUDITORISE-NAME=VALUE'
                               TO DEFINITION-ERROR-TEXT
                           PERFORM REPORT-DEFINITION-FAULT
                       WHEN ST-ENV-COUNT(STEP-COUNT) IS NOT LESS
                           THAN max-step-env
                           MOVE 'MORE THAN 12 ENV= SETTINGS IN A STEP'
                               TO DEFINITION-ERROR-TEXT
                           PERFORM REPORT-DEFINITION-FAULT
                       WHEN OTHER
                           ADD 1 TO ST-ENV-COUNT(STEP-COUNT)
                           MOVE DEFINITION-VALUE-WORK
                               TO ST-ENV-SETTING(STEP-COUNT,
                                   ST-ENV-COUNT(STEP-COUNT))
                   END-EVALUATE
           END-EVALUATE.
       REPORT-DEFINITION-FAULT SECTION.
           ADD 1 TO DEFINITION-ERROR-COUNT
           DISPLAY 'LOAD-JOB-DEFINITION: LINE '
               DEFINITION-LINE-NUMBER ' - ' DEFINITION-ERROR-TEXT
               UPON SYSERR.
       INIT-RESTART-POINT SECTION.
      * A RESTART RESUMES AT THE STEP THE STATE FILE NAMES - BUT ONLY
      * FOR THE SAME JOB, AND ONLY IF THAT STEP IS STILL WHERE THE
      * STATE SAYS IT IS. A DEFINITION EDITED SINCE THE FAILURE IS
      * NOT GUESSED AT
           ACCEPT RESTART-FLAG FROM ENVIRONMENT
               'AUDITORISE-JOB-RESTART'
           MOVE 1 TO FIRST-STEP-INDEX
           IF RESTART-REQUESTED
               OPEN INPUT JOB-STATE-FILE
               IF JOB-STATE-STATUS = '00'
                   READ JOB-STATE-FILE
                       AT END
                           MOVE SPACES TO JOB-STATE-RECORD
                   END-READ
                   CLOSE JOB-STATE-FILE
                   IF JS-JOB-NAME IS NOT = JOB-NAME
                   OR JS-STEP-NUMBER IS NOT NUMERIC
                   OR JS-STEP-NUMBER IS LESS THAN 1
                   OR JS-STEP-NUMBER IS GREATER THAN STEP-COUNT
                       DISPLAY 'INIT-RESTART-POINT: '
                           '__inout__/jobstream.state DOES NOT MATCH '
                           'JOB ' JOB-NAME ' - NO STEP RUN'
                           UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF ST-NAME(JS-STEP-NUMBER) IS NOT = JS-STEP-NAME
                       DISPLAY 'INIT-RESTART-POINT: STEP '
                           JS-STEP-NUMBER ' IS NOW '
                           ST-NAME(JS-STEP-NUMBER) ', NOT THE '
                           JS-STEP-NAME ' THAT FAILED - NO STEP RUN'
                           UPON SYSERR
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE JS-STEP-NUMBER TO FIRST-STEP-INDEX
                   DISPLAY 'RESTARTING JOB ' JOB-NAME ' AT STEP '
                       JS-STEP-NUMBER ' ' JS-STEP-NAME
               ELSE
                   DISPLAY 'AUDITORISE-JOB-RESTART=Y BUT NO '
                       '__inout__/jobstream.state - STARTING AT '
                       'STEP 1'
      *            A FRESH START - A LEFTOVER CORE CHECKPOINT FROM
      *            SOME OTHER ABENDED RUN MUST NOT BE RESUMED
                   MOVE 'N' TO RESTART-FLAG
               END-IF
           END-IF.
       BUILD-STEP-COMMAND SECTION.
      * env SETS THE STEP'S SETTINGS FOR THAT ONE PROCESS ALONE -
      * NOTHING LEAKS INTO THE NEXT STEP OR BACK INTO THIS ONE. A
      * RESTART ONTO CORE PUTS AUDITORISE-RESTART=Y FIRST SO A
      * SETTING OF THE STEP'S OWN CAN STILL OVERRIDE IT
           MOVE SPACES TO SHELL-COMMAND
           MOVE 'N' TO COMMAND-OVERFLOW-SWITCH
           MOVE 1 TO COMMAND-LINE-POS
           STRING 'env' DELIMITED BY SIZE
               INTO SHELL-COMMAND
               WITH POINTER COMMAND-LINE-POS
           IF STEP-IS-RESTART-POINT
           AND ST-NAME(STEP-INDEX) = 'CORE'
               STRING ' AUDITORISE-RESTART=Y' DELIMITED BY SIZE
                   INTO SHELL-COMMAND
                   WITH POINTER COMMAND-LINE-POS
           END-IF
           PERFORM VARYING ENV-INDEX FROM 1 BY 1
           UNTIL ENV-INDEX IS GREATER THAN ST-ENV-COUNT(STEP-INDEX)
               STRING ' ' DELIMITED BY SIZE
                   ST-ENV-SETTING(STEP-INDEX, ENV-INDEX)
                   DELIMITED BY SPACE
                   INTO SHELL-COMMAND
                   WITH POINTER COMMAND-LINE-POS
           END-PERFORM
           STRING ' ' DELIMITED BY SIZE
               ST-PROGRAM(STEP-INDEX) DELIMITED BY SPACE
               INTO SHELL-COMMAND
               WITH POINTER COMMAND-LINE-POS
           IF ST-INPUT(STEP-INDEX) IS NOT = SPACES
               STRING ' < ' DELIMITED BY SIZE
                   ST-INPUT(STEP-INDEX) DELIMITED BY SPACE
                   INTO SHELL-COMMAND
                   WITH POINTER COMMAND-LINE-POS
           END-IF
      *    THE LAST BYTE STAYS BLANK AS A TERMINATOR - A COMMAND THAT
      *    REACHES IT MAY HAVE BEEN CUT SHORT
           IF COMMAND-LINE-POS IS GREATER THAN 999
               MOVE 'Y' TO COMMAND-OVERFLOW-SWITCH
           END-IF.
       RUN-ONE-STEP SECTION.
           MOVE STEP-INDEX TO LOG-STEP-NUMBER
           IF STEP-INDEX = FIRST-STEP-INDEX AND RESTART-REQUESTED
               MOVE 'Y' TO RESTART-STEP-SWITCH
           ELSE
               MOVE 'N' TO RESTART-STEP-SWITCH
           END-IF
           PERFORM BUILD-STEP-COMMAND

           ACCEPT STEP-START-TIME FROM TIME
           MOVE STEP-START-TIME TO STEP-END-TIME
           MOVE 'STARTED' TO LOG-EVENT-TEXT
           MOVE SPACES TO LOG-RESULT-TEXT
           MOVE 0 TO STEP-CONDITION-CODE
           PERFORM WRITE-JOB-LOG-LINE
           DISPLAY 'STEP ' LOG-STEP-NUMBER ' ' ST-NAME(STEP-INDEX)
               ' STARTED'

           PERFORM RUN-SHELL-COMMAND
           MOVE RETURN-CODE TO WAIT-STATUS
           MOVE 0 TO RETURN-CODE
           ACCEPT STEP-END-TIME FROM TIME

           MOVE 'N' TO STEP-ABENDED-SWITCH
           DIVIDE WAIT-STATUS BY 256 GIVING STEP-CONDITION-CODE
               REMAINDER WAIT-SIGNAL
           IF WAIT-SIGNAL IS NOT ZERO
           OR WAIT-STATUS IS LESS THAN 0
               MOVE 'Y' TO STEP-ABENDED-SWITCH
               MOVE 9999 TO STEP-CONDITION-CODE
           END-IF
           IF STEP-CONDITION-CODE IS GREATER THAN
               HIGHEST-CONDITION-CODE
               MOVE STEP-CONDITION-CODE TO HIGHEST-CONDITION-CODE
           END-IF

           EVALUATE TRUE
               WHEN STEP-HAS-ABENDED
                   MOVE 'ABENDED' TO LOG-RESULT-TEXT
                   MOVE 'Y' TO STREAM-STOPPED-SWITCH
               WHEN STEP-CONDITION-CODE IS GREATER THAN
                   ST-MAX-RC(STEP-INDEX)
                   MOVE 'FAILED' TO LOG-RESULT-TEXT
                   MOVE 'Y' TO STREAM-STOPPED-SWITCH
               WHEN OTHER
                   MOVE 'OK' TO LOG-RESULT-TEXT
           END-EVALUATE
           MOVE 'ENDED' TO LOG-EVENT-TEXT
           PERFORM WRITE-JOB-LOG-LINE
           DISPLAY 'STEP ' LOG-STEP-NUMBER ' ' ST-NAME(STEP-INDEX)
               ' ENDED CC=' STEP-CONDITION-CODE ' MAX='
               ST-MAX-RC(STEP-INDEX) ' ' LOG-RESULT-TEXT.
       LOG-BYPASSED-STEP SECTION.
      * A STEP BEFORE THE RESTART POINT ALREADY RAN CLEAN IN THE
      * FAILED ATTEMPT - LOG THAT IT WAS NOT RE-RUN
           MOVE STEP-INDEX TO LOG-STEP-NUMBER
           ACCEPT STEP-START-TIME FROM TIME
           MOVE STEP-START-TIME TO STEP-END-TIME
           MOVE 0 TO STEP-CONDITION-CODE
           MOVE 'BYPASSED' TO LOG-EVENT-TEXT
           MOVE SPACES TO LOG-RESULT-TEXT
           PERFORM WRITE-JOB-LOG-LINE
           DISPLAY 'STEP ' LOG-STEP-NUMBER ' ' ST-NAME(STEP-INDEX)
               ' BYPASSED ON RESTART'.
       WRITE-JOB-LOG-LINE SECTION.
      * ONE LINE PER STEP EVENT, IN THE SAME STAMP-THEN-KEYWORDS
      * SHAPE AS audit.log - A STARTED LINE WITH NO ENDED LINE AFTER
      * IT IS A STEP THAT TOOK THE CONTROLLER DOWN WITH IT
           ACCEPT LOG-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT LOG-TIME-TEXT FROM TIME
           MOVE SPACES TO JOB-LOG-RECORD
           MOVE 1 TO LOG-LINE-POS
           STRING LOG-DATE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LOG-TIME-TEXT DELIMITED BY SIZE
               ' JOB=' DELIMITED BY SIZE
               JOB-NAME DELIMITED BY SIZE
               ' STEP=' DELIMITED BY SIZE
               LOG-STEP-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ST-NAME(STEP-INDEX) DELIMITED BY SIZE
               ' EVENT=' DELIMITED BY SIZE
               LOG-EVENT-TEXT DELIMITED BY SIZE
               ' START=' DELIMITED BY SIZE
               STEP-START-TIME DELIMITED BY SIZE
               INTO JOB-LOG-RECORD
               WITH POINTER LOG-LINE-POS
           IF LOG-EVENT-TEXT = 'ENDED'
               STRING ' END=' DELIMITED BY SIZE
                   STEP-END-TIME DELIMITED BY SIZE
                   ' CC=' DELIMITED BY SIZE
                   STEP-CONDITION-CODE DELIMITED BY SIZE
                   ' MAX=' DELIMITED BY SIZE
                   ST-MAX-RC(STEP-INDEX) DELIMITED BY SIZE
                   ' RESULT=' DELIMITED BY SIZE
                   LOG-RESULT-TEXT DELIMITED BY SPACE
                   INTO JOB-LOG-RECORD
                   WITH POINTER LOG-LINE-POS
           END-IF
           WRITE JOB-LOG-RECORD.
       WRITE-RESTART-STATE SECTION.
      * NAME THE STEP THAT STOPPED THE STREAM FOR THE NEXT ATTEMPT
           OPEN OUTPUT JOB-STATE-FILE
           IF JOB-STATE-STATUS NOT = '00'
               DISPLAY 'WRITE-RESTART-STATE: CANNOT OPEN '
                   '__inout__/jobstream.state (STATUS '
                   JOB-STATE-STATUS ') - A RESTART WILL START AT '
                   'STEP 1' UPON SYSERR
           ELSE
               MOVE SPACES TO JOB-STATE-RECORD
               MOVE JOB-NAME TO JS-JOB-NAME
               MOVE LOG-STEP-NUMBER TO JS-STEP-NUMBER
               MOVE ST-NAME(LOG-STEP-NUMBER) TO JS-STEP-NAME
               MOVE STEP-CONDITION-CODE TO JS-CONDITION-CODE
               MOVE LOG-DATE-TEXT TO JS-STOP-DATE
               MOVE STEP-END-TIME TO JS-STOP-TIME
               WRITE JOB-STATE-RECORD
               CLOSE JOB-STATE-FILE
           END-IF.
       RUN-SHELL-COMMAND SECTION.
           CALL 'SYSTEM' USING BY CONTENT SHELL-COMMAND.
       END PROGRAM AUDITORISE-JOBSTREAM.
