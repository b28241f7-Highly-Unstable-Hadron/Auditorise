      * SAME LINES SHOW ON THE CONSOLE. RETURN-CODE 0 = EVERYTHING
      * PROVED (UNPROVEN RECORDS DO NOT FAIL THE SWEEP - THEY ARE
      * REPORTED FOR BACKFILL), 8 = AT LEAST ONE FILE CORRUPTED OR
      * MISSING, 16 = NO READABLE CATALOG OR NO REPORT FILE.
      * EVERY CORRUPTED OR MISSING FILE, AND A CATALOG THAT CANNOT BE
      * READ, IS ALSO RAISED AS A CRITICAL ALERT IN
      * '__inout__/alerts.dat' (ALERTREC.CPY) FOR THE OPERATOR QUEUE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO '__inout__/sweep-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO '__inout__/alerts.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-RECORD PICTURE X(160).

       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 266 CHARACTERS.
       01 ALERT-RECORD.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01 CATALOG-STATUS PICTURE X(2) VALUE '00'.
       01 WAV-HEADER-STATUS PICTURE X(2) VALUE '00'.
       01 WAV-DATA-STATUS PICTURE X(2) VALUE '00'.
       01 SWEEP-REPORT-STATUS PICTURE X(2) VALUE '00'.
       01 ALERT-STATUS PICTURE X(2) VALUE '00'.
       01 ALERT-OPEN-TRIES USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-RETRY-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 1.
       01 ALERT-SAVED-RC USAGE IS BINARY-LONG.

       01 WAV-FILENAME PICTURE X(40) VALUE SPACES.
       01 SWEEP-DATE-TEXT PICTURE X(8).
       01 SWEEP-COUNT-TEXT PICTURE 9(9).
       01 REPORT-LINE-POS USAGE IS BINARY-LONG UNSIGNED.

      * SET BY THE CALLER OF RAISE-ALERT
       01 ALERT-SEVERITY PICTURE X(8).
       01 ALERT-SUBJECT PICTURE X(40).
       01 ALERT-MESSAGE PICTURE X(80).
       01 ALERT-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 ALERT-SCAN-DONE VALUE 'Y'.
       01 ALERT-REPEAT-SWITCH PICTURE X VALUE 'N'.
           88 ALERT-ALREADY-OPEN VALUE 'Y'.

       PROCEDURE DIVISION.
           ACCEPT SWEEP-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT SWEEP-TIME-TEXT FROM TIME
                   '__inout__/catalog.dat (STATUS ' CATALOG-STATUS
                   ') - NOTHING TO SWEEP AGAINST - RUN ABORTED'
                   UPON SYSERR
               MOVE 'CRITICAL' TO ALERT-SEVERITY
               MOVE '__inout__/catalog.dat' TO ALERT-SUBJECT
               MOVE SPACES TO ALERT-MESSAGE
               STRING 'NO READABLE CATALOG (STATUS ' DELIMITED BY SIZE
                   CATALOG-STATUS DELIMITED BY SIZE
                   ') - ARCHIVE NOT SWEPT' DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               PERFORM RAISE-ALERT
               CLOSE SWEEP-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
               INTO SWEEP-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           WRITE SWEEP-REPORT-RECORD
           DISPLAY SWEEP-REPORT-RECORD

      *    A FILE THAT NO LONGER PROVES IS ARCHIVE DAMAGE SOMEONE HAS
      *    TO RESTORE - NAMED BY ITS IMAGE ID WHERE THE CATALOG HAS ONE
           IF ENTRY-VERDICT-TEXT = 'CORRUPTED'
           OR ENTRY-VERDICT-TEXT = 'MISSING'
               MOVE 'CRITICAL' TO ALERT-SEVERITY
               IF CAT-IMAGE-ID IS NOT = SPACES
                   MOVE CAT-IMAGE-ID TO ALERT-SUBJECT
               ELSE
                   MOVE CAT-OUTPUT-FILE TO ALERT-SUBJECT
               END-IF
               MOVE SPACES TO ALERT-MESSAGE
               STRING 'ARCHIVED WAV ' DELIMITED BY SIZE
                   CAT-OUTPUT-FILE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   ENTRY-VERDICT-TEXT DELIMITED BY SPACE
                   ' - SEE sweep-report.txt' DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
               PERFORM RAISE-ALERT
           END-IF.
       WRITE-SWEEP-SUMMARY SECTION.
           MOVE SPACES TO SWEEP-REPORT-RECORD
           MOVE 1 TO REPORT-LINE-POS
               INTO SWEEP-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           WRITE SWEEP-REPORT-RECORD.
       RAISE-ALERT SECTION.
      * APPENDS ONE OPEN ALERT TO '__inout__/alerts.dat' (ALERTREC)
      * UNLESS THE SAME ONE IS STILL OPEN FROM AN EARLIER SWEEP - A
      * DAMAGED FILE IS FOUND AGAIN EVERY NIGHT UNTIL IT IS DEALT
      * WITH. AN ALERT THAT CANNOT BE FILED GOES TO SYSERR INSTEAD
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
                           AND AL-SOURCE = 'AUDITORISE-SWEEP'
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
           MOVE 'AUDITORISE-SWEEP' TO AL-SOURCE
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
       END PROGRAM AUDITORISE-SWEEP.
