      * FOREVER. THIS JOB, DRIVEN BY AN OPTIONAL POLICY FILE:
      *   - ROLLS EACH LOG INTO A DATED ARCHIVE COPY (audit-YYYYMMDD
      *     .log AND SO ON) ONCE IT CROSSES AN AGE OR SIZE THRESHOLD
      *   - ROLLS EVERY QA SIGN-OFF DECISION ALREADY RELEASED OR
      *     RETURNED OUT OF '__inout__/signoff.dat' INTO A DATED
      *     ARCHIVE (signoff-YYYYMMDD.dat), KEEPING THE PENDING ONES,
      *     SO THE FILE NEVER OUTGROWS THE SIGN-OFF AND RELEASE TABLES
      *   - DELETES OR MOVES WAVS OLDER THAN THE POLICY ALLOWS - BUT
      *     NEVER ONE THE CONVERSION CATALOG STILL POINTS AT, SINCE
      *     THAT FILE IS THE CATALOGUED PROOF OF ITS CONVERSION
      *   WAV-ACTION=DELETE   DELETE OUTRIGHT
      * RETURN-CODE 0 = CLEAN (EVEN IF NOTHING QUALIFIED), 8 = AT
      * LEAST ONE ACTION FAILED, 16 = THE REPORT ITSELF WOULD NOT
      * OPEN (NOTHING IS TOUCHED WITHOUT A REPORT TO RECORD IT).
      * EVERY FAILED ACTION IS ALSO RAISED AS A WARNING IN
      * '__inout__/alerts.dat' (ALERTREC.CPY) FOR THE OPERATOR QUEUE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-FINGERPRINT
               FILE STATUS IS CATALOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO '__inout__/alerts.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.
      *    THE LIVE SIGN-OFF FILE, ITS PENDING-ONLY REPLACEMENT, AND
      *    THE DAY'S ARCHIVE OF DECISIONS ALREADY ACTED ON
           SELECT SIGNOFF-FILE ASSIGN TO '__inout__/signoff.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNOFF-STATUS.
           SELECT SIGNOFF-KEEP-FILE ASSIGN TO '__inout__/signoff.new'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNOFF-KEEP-STATUS.
           SELECT SIGNOFF-ARCHIVE-FILE
               ASSIGN DYNAMIC SIGNOFF-ARCHIVE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNOFF-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 CATALOG-RECORD.
           COPY CATREC.

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 266 CHARACTERS.
       01 ALERT-RECORD.
           COPY ALERTREC.

       FD  SIGNOFF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01 SIGNOFF-RECORD.
           COPY SIGNREC.

       FD  SIGNOFF-KEEP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01 SIGNOFF-KEEP-RECORD PICTURE X(130).

       FD  SIGNOFF-ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01 SIGNOFF-ARCHIVE-RECORD PICTURE X(130).

       WORKING-STORAGE SECTION.
       01 RETENTION-CFG-STATUS PICTURE X(2) VALUE '00'.
       01 HOUSEKEEP-LIST-STATUS PICTURE X(2) VALUE '00'.
       01 DISPOSITION-STATUS PICTURE X(2) VALUE '00'.
       01 PROBE-STATUS PICTURE X(2) VALUE '00'.
       01 CATALOG-STATUS PICTURE X(2) VALUE '00'.
       01 ALERT-STATUS PICTURE X(2) VALUE '00'.
       01 ALERT-OPEN-TRIES USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-RETRY-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 1.
       01 ALERT-SAVED-RC USAGE IS BINARY-LONG.
       01 SIGNOFF-STATUS PICTURE X(2) VALUE '00'.
       01 SIGNOFF-KEEP-STATUS PICTURE X(2) VALUE '00'.
       01 SIGNOFF-ARCHIVE-STATUS PICTURE X(2) VALUE '00'.
       01 SIGNOFF-OPEN-TRIES USAGE IS BINARY-LONG UNSIGNED.
       01 SIGNOFF-RETRY-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 1.
       01 SIGNOFF-SAVED-RC USAGE IS BINARY-LONG.

      * THE POLICY, COMPILED-IN DEFAULTS OVERRIDDEN KEYWORD BY
      * KEYWORD FROM retention.cfg - SAME RULE rgbmap.cfg FOLLOWS
       01 NAME-SCRUB-WORK PICTURE X(48).
       01 SWEEP-CATALOG-PATH PICTURE X(40).

      * THE SIGN-OFF ROLL - ACTED-ON DECISIONS GO TO THE ARCHIVE,
      * PENDING ONES TO THE REPLACEMENT FILE
       01 SIGNOFF-LIVE-PATH PICTURE X(40)
           VALUE '__inout__/signoff.dat'.
       01 SIGNOFF-KEEP-PATH PICTURE X(40)
           VALUE '__inout__/signoff.new'.
       01 SIGNOFF-ARCHIVE-PATH PICTURE X(40).
       01 SIGNOFF-ARCHIVE-SWITCH PICTURE X.
           88 SIGNOFF-ARCHIVE-IS-OPEN VALUE 'Y'.
           88 SIGNOFF-ARCHIVE-FAILED VALUE 'F'.
       01 SIGNOFF-ROLLED-COUNT PICTURE 9(6) VALUE 0.
       01 SIGNOFF-KEPT-COUNT PICTURE 9(6) VALUE 0.

      * EVERY OUTPUT FILE THE CATALOG STILL ATTESTS - A WAV ON THIS
      * LIST IS THE PROVEN COPY OF ITS CONVERSION AND IS NEVER SWEPT
       01 PROTECTED-NAME-COUNT USAGE IS BINARY-LONG UNSIGNED
       01 DISPOSITION-DETAIL-TEXT PICTURE X(80).
       01 DISPOSITION-LINE-POS USAGE IS BINARY-LONG UNSIGNED.

      * SET BY THE CALLER OF RAISE-ALERT
       01 ALERT-SUBJECT PICTURE X(40).
       01 ALERT-MESSAGE PICTURE X(80).
       01 ALERT-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 ALERT-SCAN-DONE VALUE 'Y'.
       01 ALERT-REPEAT-SWITCH PICTURE X VALUE 'N'.
           88 ALERT-ALREADY-OPEN VALUE 'Y'.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           END-IF

           PERFORM ROLL-AGED-LOGS
           PERFORM ROLL-SIGNOFF-DECISIONS
           PERFORM LOAD-CATALOG-PROTECTION
           PERFORM SWEEP-AGED-WAVS

           CLOSE DISPOSITION-FILE
           DISPLAY 'HOUSEKEEPING COMPLETE - ' ROLLED-COUNT
               ' LOG(S) ROLLED, ' SIGNOFF-ROLLED-COUNT
               ' SIGN-OFF DECISION(S) ARCHIVED, ' SWEPT-COUNT
               ' WAV(S) SWEPT, '
               PROTECTED-COUNT ' PROTECTED, ' FAILED-COUNT
               ' FAILED'
           IF FAILED-COUNT IS GREATER THAN 0
               MOVE 0 TO RETURN-CODE
               PERFORM WRITE-DISPOSITION-LINE
           END-IF.
       ROLL-SIGNOFF-DECISIONS SECTION.
      * A DECISION RELEASED OR RETURNED IS HISTORY - IT IS COPIED TO
      * TODAY'S ARCHIVE (ADDED TO IT IF AN EARLIER RUN TODAY STARTED
      * IT) AND EVERY PENDING ONE TO signoff.new, WHICH THEN REPLACES
      * signoff.dat. THE LIVE FILE IS HELD OPEN I-O THROUGHOUT, SO A
      * SIGN-OFF SESSION OR RELEASE WAITS RATHER THAN SAVE INTO A FILE
      * ABOUT TO BE REPLACED. AN ARCHIVE THAT WILL NOT OPEN KEEPS THE
      * ACTED-ON DECISIONS IN THE LIVE FILE - NOTHING IS EVER DROPPED
           MOVE 0 TO SIGNOFF-ROLLED-COUNT
           MOVE 0 TO SIGNOFF-KEPT-COUNT
           MOVE SIGNOFF-LIVE-PATH TO LOG-PATH-WORK
           MOVE 0 TO SIGNOFF-OPEN-TRIES
           OPEN I-O SIGNOFF-FILE
           PERFORM UNTIL SIGNOFF-STATUS NOT = '61'
           OR SIGNOFF-OPEN-TRIES IS NOT LESS THAN 5
               ADD 1 TO SIGNOFF-OPEN-TRIES
               MOVE RETURN-CODE TO SIGNOFF-SAVED-RC
               CALL 'C$SLEEP' USING BY CONTENT SIGNOFF-RETRY-SECONDS
               MOVE SIGNOFF-SAVED-RC TO RETURN-CODE
               OPEN I-O SIGNOFF-FILE
           END-PERFORM
           IF SIGNOFF-STATUS = '35'
               EXIT SECTION
           END-IF
           IF SIGNOFF-STATUS NOT = '00'
               ADD 1 TO FAILED-COUNT
               MOVE 'FAILED' TO DISPOSITION-ACTION-TEXT
               MOVE SPACES TO DISPOSITION-DETAIL-TEXT
               STRING 'CANNOT OPEN FOR UPDATE (STATUS '
                   DELIMITED BY SIZE
                   SIGNOFF-STATUS DELIMITED BY SIZE
                   ') - NO DECISION ROLLED' DELIMITED BY SIZE
                   INTO DISPOSITION-DETAIL-TEXT
               PERFORM WRITE-DISPOSITION-LINE
               EXIT SECTION
           END-IF

           OPEN OUTPUT SIGNOFF-KEEP-FILE
           IF SIGNOFF-KEEP-STATUS NOT = '00'
               CLOSE SIGNOFF-FILE
               ADD 1 TO FAILED-COUNT
               MOVE 'FAILED' TO DISPOSITION-ACTION-TEXT
               MOVE SPACES TO DISPOSITION-DETAIL-TEXT
               STRING 'CANNOT WRITE ' DELIMITED BY SIZE
                   SIGNOFF-KEEP-PATH DELIMITED BY SPACE
                   ' (STATUS ' DELIMITED BY SIZE
                   SIGNOFF-KEEP-STATUS DELIMITED BY SIZE
                   ') - NO DECISION ROLLED' DELIMITED BY SIZE
                   INTO DISPOSITION-DETAIL-TEXT
               PERFORM WRITE-DISPOSITION-LINE
               EXIT SECTION
           END-IF

           MOVE SPACES TO SIGNOFF-ARCHIVE-PATH
           STRING '__inout__/signoff-' DELIMITED BY SIZE
               RUN-DATE-TEXT DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO SIGNOFF-ARCHIVE-PATH
           MOVE 'N' TO SIGNOFF-ARCHIVE-SWITCH
           MOVE 'N' TO SCAN-DONE-SWITCH
           PERFORM UNTIL SCAN-IS-DONE
               READ SIGNOFF-FILE
                   AT END
                       MOVE 'Y' TO SCAN-DONE-SWITCH
                   NOT AT END
                       PERFORM ROLL-ONE-SIGNOFF
               END-READ
           END-PERFORM
           CLOSE SIGNOFF-KEEP-FILE
           IF SIGNOFF-ARCHIVE-IS-OPEN
               CLOSE SIGNOFF-ARCHIVE-FILE
           END-IF

           IF SIGNOFF-ROLLED-COUNT IS ZERO
               CALL 'CBL_DELETE_FILE' USING SIGNOFF-KEEP-PATH
               MOVE 0 TO RETURN-CODE
               CLOSE SIGNOFF-FILE
           ELSE
      *        RENAMED OVER THE LIVE FILE WHILE IT IS STILL HELD -
      *        WHOEVER IS WAITING OPENS THE PENDING-ONLY FILE NEXT
               CALL 'CBL_RENAME_FILE'
                   USING SIGNOFF-KEEP-PATH SIGNOFF-LIVE-PATH
               IF RETURN-CODE IS NOT ZERO
                   ADD 1 TO FAILED-COUNT
                   MOVE 'FAILED' TO DISPOSITION-ACTION-TEXT
                   MOVE SPACES TO DISPOSITION-DETAIL-TEXT
                   STRING 'NOT REPLACED - ' DELIMITED BY SIZE
                       SIGNOFF-ROLLED-COUNT DELIMITED BY SIZE
                       ' DECISION(S) NOW ALSO IN ' DELIMITED BY SIZE
                       SIGNOFF-ARCHIVE-PATH DELIMITED BY SPACE
                       INTO DISPOSITION-DETAIL-TEXT
               ELSE
                   MOVE 'ROLLED' TO DISPOSITION-ACTION-TEXT
                   MOVE SPACES TO DISPOSITION-DETAIL-TEXT
                   STRING SIGNOFF-ROLLED-COUNT DELIMITED BY SIZE
                       ' ARCHIVED TO ' DELIMITED BY SIZE
                       SIGNOFF-ARCHIVE-PATH DELIMITED BY SPACE
                       ', ' DELIMITED BY SIZE
                       SIGNOFF-KEPT-COUNT DELIMITED BY SIZE
                       ' PENDING KEPT' DELIMITED BY SIZE
                       INTO DISPOSITION-DETAIL-TEXT
               END-IF
               MOVE 0 TO RETURN-CODE
               CLOSE SIGNOFF-FILE
               PERFORM WRITE-DISPOSITION-LINE
           END-IF

           IF SIGNOFF-ARCHIVE-FAILED
               ADD 1 TO FAILED-COUNT
               MOVE 'FAILED' TO DISPOSITION-ACTION-TEXT
               MOVE SPACES TO DISPOSITION-DETAIL-TEXT
               STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                   SIGNOFF-ARCHIVE-PATH DELIMITED BY SPACE
                   ' (STATUS ' DELIMITED BY SIZE
                   SIGNOFF-ARCHIVE-STATUS DELIMITED BY SIZE
                   ') - NOTHING ARCHIVED' DELIMITED BY SIZE
                   INTO DISPOSITION-DETAIL-TEXT
               PERFORM WRITE-DISPOSITION-LINE
           END-IF.
       ROLL-ONE-SIGNOFF SECTION.
      * THE ARCHIVE IS ONLY OPENED FOR THE FIRST DECISION IT TAKES, SO
      * A DAY WITH NOTHING TO ROLL LEAVES NO EMPTY ARCHIVE BEHIND
           IF NOT SO-IS-PENDING
           AND NOT SIGNOFF-ARCHIVE-IS-OPEN
           AND NOT SIGNOFF-ARCHIVE-FAILED
               OPEN EXTEND SIGNOFF-ARCHIVE-FILE
               IF SIGNOFF-ARCHIVE-STATUS = '35'
                   OPEN OUTPUT SIGNOFF-ARCHIVE-FILE
               END-IF
               IF SIGNOFF-ARCHIVE-STATUS = '00'
                   MOVE 'Y' TO SIGNOFF-ARCHIVE-SWITCH
               ELSE
                   MOVE 'F' TO SIGNOFF-ARCHIVE-SWITCH
               END-IF
           END-IF
           IF NOT SO-IS-PENDING
           AND SIGNOFF-ARCHIVE-IS-OPEN
               MOVE SIGNOFF-RECORD TO SIGNOFF-ARCHIVE-RECORD
               WRITE SIGNOFF-ARCHIVE-RECORD
               ADD 1 TO SIGNOFF-ROLLED-COUNT
           ELSE
               MOVE SIGNOFF-RECORD TO SIGNOFF-KEEP-RECORD
               WRITE SIGNOFF-KEEP-RECORD
               ADD 1 TO SIGNOFF-KEPT-COUNT
           END-IF.
       LOAD-CATALOG-PROTECTION SECTION.
      * EVERY OUTPUT THE CATALOG STILL POINTS AT IS THE PROVEN COPY
      * OF ITS CONVERSION - LOAD THE NAMES ONCE SO THE SWEEP CAN
               DISPOSITION-DETAIL-TEXT DELIMITED BY SIZE
               INTO DISPOSITION-RECORD
               WITH POINTER DISPOSITION-LINE-POS
           WRITE DISPOSITION-RECORD

      *    A FAILED ACTION LEAVES A FILE WHERE POLICY SAYS IT SHOULD
      *    NOT BE - SOMEONE HAS TO LOOK, BUT NOTHING IS LOST
           IF DISPOSITION-ACTION-TEXT = 'FAILED'
               MOVE LOG-PATH-WORK TO ALERT-SUBJECT
               MOVE SPACES TO ALERT-MESSAGE
               STRING 'HOUSEKEEPING FAILED - ' DELIMITED BY SIZE
                   DISPOSITION-DETAIL-TEXT DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               PERFORM RAISE-ALERT
           END-IF.
       RUN-SHELL-COMMAND SECTION.
           CALL 'SYSTEM' USING BY CONTENT SHELL-COMMAND.
       RAISE-ALERT SECTION.
      * APPENDS ONE OPEN WARNING TO '__inout__/alerts.dat' (ALERTREC)
      * UNLESS THE SAME ONE IS STILL OPEN FROM AN EARLIER RUN - A
      * FILE THAT REFUSED TO MOVE REFUSES AGAIN EVERY NIGHT UNTIL IT
      * IS DEALT WITH. AN ALERT THAT CANNOT BE FILED GOES TO SYSERR
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
                           AND AL-SOURCE = 'AUDITORISE-HOUSEKEEP'
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
           MOVE 'WARNING' TO AL-SEVERITY
           MOVE 'AUDITORISE-HOUSEKEEP' TO AL-SOURCE
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
                   ') - WARNING ' ALERT-SUBJECT ' ' ALERT-MESSAGE
                   UPON SYSERR
               EXIT SECTION
           END-IF
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.
       END PROGRAM AUDITORISE-HOUSEKEEP.
