       IDENTIFICATION DIVISION.
           PROGRAM-ID. AUDITORISE-RELEASE.
      * RELEASE JOB FOR THE QA SIGN-OFF. READS EVERY DECISION IN
      * '__inout__/signoff.dat' (SEE SIGNREC.CPY) NOT YET ACTED ON AND:
      *   APPROVED - FINDS THE WAV'S ENTRY IN THE CONVERSION CATALOG,
      *              PROVES THE FILE AGAINST ITS CAT-CHECKSUM THE SAME
      *              WAY THE ARCHIVE SWEEP DOES, COPIES IT INTO THIS
      *              RELEASE'S DELIVERY FOLDER
      *              '__inout__/outbound/YYYYMMDD-HHMMSS/', PROVES THE
      *              COPY TOO, AND LISTS IT ON THE FOLDER'S DELIVERY
      *              MANIFEST 'delivery.txt' (IMAGE ID, FILE NAME,
      *              CAT-CHECKSUM, APPROVER)
      *   HELD     - SENDS THE IMAGE BACK DOWN THE REJECT/RECONVERSION
      *              PATH: ITS CATALOG ENTRIES ARE DELETED, SO THE
      *              NEXT SUBMISSION RECONVERTS IT INSTEAD OF SKIPPING
      *              ON THE HELD CONVERSION, AND A HELD LINE GOES TO
      *              '__inout__/rejects.log' BESIDE THE SCANNER
      *              REJECTS (THE REJECT REVIEW SCREEN PASSES IT OVER
      *              - THERE IS NO PIXEL TO CORRECT). THE HELD WAV
      *              STAYS WHERE IT IS AND NEVER GOES OUT
      * AN APPROVED WAV THAT CANNOT BE PROVED IS WITHHELD AND ITS
      * DECISION LEFT PENDING FOR THE NEXT RELEASE:
      *   NOT CATALOGUED - NO CATALOG ENTRY NAMES THE FILE (CONVERT
      *                    IN CATALOG MODE)
      *   UNPROVEN       - THE ENTRY PREDATES THE STORED CHECKSUM
      *                    (REBUILD THE CATALOG FROM THE LOGS)
      *   MISSING        - THE FILE NO LONGER OPENS OR HOLDS NO HEADER
      *   CORRUPTED      - THE BYTES NO LONGER MATCH THE PROOF
      *   COPY FAILED    - THE COPY DID NOT LAND OR DID NOT PROVE
      *   SUPERSEDED     - THE FILE HAS BEEN OVERWRITTEN SINCE THE
      *                    DECISION: ITS LATEST CATALOG ENTRY BELONGS
      *                    TO ANOTHER IMAGE ID (NUMBERED WAV NAMES ARE
      *                    REUSED BY EVERY BATCH) OR WAS COMPLETED
      *                    AFTER THE DECISION DATE. THE BYTES ON DISK
      *                    ARE NOT THE ONES REVIEWED AND NEVER GO OUT -
      *                    LISTEN AGAIN AND FILE A NEW DECISION
      * ONLY PROVED BYTES EVER REACH A CUSTOMER.
      * ONLY THE DECISIONS THIS RELEASE ACTED ON ARE WRITTEN BACK TO
      * '__inout__/signoff.dat', EACH OVER ITS OWN RECORD AND ONLY IF
      * THAT RECORD IS STILL AS IT WAS READ - A DECISION CHANGED BY A
      * SIGN-OFF SESSION DURING THE RELEASE KEEPS ITS NEW VERSION, WITH
      * A WARNING, AND THE NEXT RELEASE ACTS ON THAT.
      * WHILE '__inout__/release.hold' EXISTS NOTHING IS RELEASED OR
      * RETURNED AT ALL - AUDITORISE-CORE RAISES IT FOR A BATCH WHOSE
      * CONTROL TOTALS HAVE NOT BALANCED (SEE
      * '__inout__/balance-report.txt') AND EVERY DECISION STAYS
      * PENDING UNTIL IT IS LIFTED - BY THE SAME BATCH'S OWN BALANCED
      * RUN WHILE IT IS ONLY 'IN PROGRESS', BY THE OPERATOR REMOVING
      * THE FILE ONCE AN OUT-OF-BALANCE BATCH IS RESOLVED.
      * RETURN-CODE 0 = EVERY PENDING DECISION ACTED ON, 4 = AN
      * APPROVED WAV WITHHELD AS NOT CATALOGUED OR UNPROVEN, 8 = AN
      * APPROVED WAV WITHHELD AS MISSING, CORRUPTED, NOT COPIED OR
      * SUPERSEDED,
      * 12 = A RELEASE HOLD IS IN FORCE, 16 = NO READABLE SIGN-OFF
      * FILE OR CATALOG, OR THE DELIVERY FOLDER OR MANIFEST CANNOT
      * BE CREATED

       >>DEFINE CONSTANT signoff-max AS 999

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNOFF-FILE ASSIGN TO '__inout__/signoff.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNOFF-STATUS.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO '__inout__/catalog.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-FINGERPRINT
               FILE STATUS IS CATALOG-STATUS.
      *    EACH WAV IS OPENED TWICE, EXACTLY AS THE SWEEP OPENS IT -
      *    ONCE FOR THE 44-BYTE HEADER, ONCE TO WALK THE SAMPLES
           SELECT WAV-HEADER-FILE ASSIGN DYNAMIC WAV-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WAV-HEADER-STATUS.
           SELECT WAV-DATA-FILE ASSIGN DYNAMIC WAV-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WAV-DATA-STATUS.
           SELECT DELIVERY-MANIFEST-FILE
               ASSIGN DYNAMIC DELIVERY-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-MANIFEST-STATUS.
           SELECT REJECTS-FILE ASSIGN TO '__inout__/rejects.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECTS-STATUS.
           SELECT RELEASE-HOLD-FILE ASSIGN TO '__inout__/release.hold'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNOFF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01 SIGNOFF-RECORD.
           COPY SIGNREC.

       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY CATREC.

       FD  WAV-HEADER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01 WAV-HEADER-RECORD.
           COPY WAVHDR.

       FD  WAV-DATA-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 2 CHARACTERS.
       01 WAV-SAMPLE-RECORD.
           02 WS-SAMPLE USAGE IS BINARY-SHORT.

       FD  DELIVERY-MANIFEST-FILE.
       01 DELIVERY-MANIFEST-RECORD PICTURE X(200).

       FD  REJECTS-FILE.
       01 REJECTS-RECORD PICTURE X(120).

       FD  RELEASE-HOLD-FILE.
       01 RELEASE-HOLD-RECORD PICTURE X(80).

       WORKING-STORAGE SECTION.
       01 SIGNOFF-STATUS PICTURE X(2) VALUE '00'.
       01 SIGNOFF-OPEN-TRIES USAGE IS BINARY-LONG UNSIGNED.
       01 SIGNOFF-RETRY-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 1.
       01 SIGNOFF-SAVED-RC USAGE IS BINARY-LONG.
       01 CATALOG-STATUS PICTURE X(2) VALUE '00'.
       01 WAV-HEADER-STATUS PICTURE X(2) VALUE '00'.
       01 WAV-DATA-STATUS PICTURE X(2) VALUE '00'.
       01 DELIVERY-MANIFEST-STATUS PICTURE X(2) VALUE '00'.
       01 REJECTS-STATUS PICTURE X(2) VALUE '00'.
       01 RELEASE-HOLD-STATUS PICTURE X(2) VALUE '00'.

       01 WAV-FILENAME PICTURE X(80) VALUE SPACES.
       01 RELEASE-DATE-TEXT PICTURE X(8).
       01 RELEASE-TIME-TEXT PICTURE X(8).
       01 HELD-TIME-TEXT PICTURE X(8).

      * THE WHOLE SIGN-OFF FILE, ONE ENTRY PER RECORD, BESIDE A COPY
      * OF EACH RECORD AS IT WAS READ - A RECORD IS ONLY UPDATED AT
      * THE END IF IT STILL MATCHES THAT COPY
       01 SIGNOFF-COUNT PICTURE 9(4) VALUE 0.
       01 SIGNOFF-TABLE.
           02 SIGNOFF-ENTRY OCCURS signoff-max TIMES PICTURE X(130).
       01 SIGNOFF-ORIGINAL-TABLE.
           02 SIGNOFF-ORIGINAL OCCURS signoff-max TIMES PICTURE X(130).
       01 SIGNOFF-FLAG-TABLE.
           02 SIGNOFF-CHANGE-FLAG OCCURS signoff-max TIMES PICTURE X.
               88 SIGNOFF-TO-SAVE VALUE 'C'.
               88 SIGNOFF-IS-SAVED VALUE 'S'.
       01 SIGNOFF-MATCH-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 SIGNOFF-UNSAVED-COUNT PICTURE 9(4) VALUE 0.
       01 SIGNOFF-WORK.
           COPY SIGNREC REPLACING LEADING ==SO== BY ==SW==.
       01 SIGNOFF-TOO-BIG-SWITCH PICTURE X VALUE 'N'.
           88 SIGNOFF-FILE-TOO-BIG VALUE 'Y'.
       01 SIGNOFF-INDEX USAGE IS BINARY-LONG UNSIGNED.

      * WHAT THE CATALOG SAYS ABOUT EACH PENDING APPROVED FILE - THE
      * LATEST COMPLETED ENTRY NAMING IT WINS, WHICHEVER IMAGE IT IS
      * FOR, SO A FILE OVERWRITTEN BY A LATER BATCH IS SEEN AS SUCH
       01 PROOF-TABLE.
           02 PROOF-ENTRY OCCURS signoff-max TIMES.
               03 PF-FOUND-FLAG PICTURE X.
                   88 PF-IS-CATALOGUED VALUE 'Y'.
               03 PF-CHECKSUM PICTURE 9(18).
               03 PF-SAMPLE-COUNT PICTURE 9(9).
               03 PF-COMPLETED-DATE PICTURE X(8).
               03 PF-IMAGE-ID PICTURE X(40).

      * CATALOG KEYS OF HELD FILES, COLLECTED ON THE WALK AND ONLY
      * DELETED AFTER IT
       01 HELD-KEY-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 HELD-KEY-TABLE.
           02 HELD-KEY OCCURS signoff-max TIMES PICTURE 9(18).
       01 HELD-KEY-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 SCAN-DONE-SWITCH PICTURE X.
           88 SCAN-IS-DONE VALUE 'Y'.

      * THE RECOMPUTED PROOF FOR THE FILE AT HAND, BUILT EXACTLY AS
      * THE SWEEP AND COMPARE-OUTPUT-SAMPLE BUILD THEIRS
       01 RELEASE-CHECKSUM USAGE IS BINARY-DOUBLE UNSIGNED.
       01 RELEASE-SAMPLE-COUNT USAGE IS BINARY-DOUBLE UNSIGNED.
       01 EXPECTED-SAMPLE-COUNT USAGE IS BINARY-DOUBLE UNSIGNED.
       01 STORED-CHECKSUM USAGE IS BINARY-DOUBLE UNSIGNED.
       01 WAV-SCAN-DONE-SWITCH PICTURE X.
           88 WAV-SCAN-IS-DONE VALUE 'Y'.
       01 INDEX-VAR-M USAGE IS BINARY-LONG UNSIGNED.
       01 PROOF-VERDICT-TEXT PICTURE X(14).
           88 PROOF-PASSED VALUE 'PROVED'.

      * THIS RELEASE'S DELIVERY FOLDER, CREATED ON THE FIRST FILE
      * ACTUALLY RELEASED - A RELEASE WITH NOTHING TO SHIP LEAVES NO
      * EMPTY FOLDER BEHIND
       01 DELIVERY-FOLDER PICTURE X(40) VALUE SPACES.
       01 DELIVERY-MANIFEST-PATH PICTURE X(64) VALUE SPACES.
       01 DELIVERY-OPEN-SWITCH PICTURE X VALUE 'N'.
           88 DELIVERY-IS-OPEN VALUE 'Y'.
       01 DELIVERY-FILE-NAME PICTURE X(40).
       01 DELIVERY-COPY-PATH PICTURE X(80).
       01 REPORT-LINE-POS USAGE IS BINARY-LONG UNSIGNED.
       01 REPORT-COUNT-TEXT PICTURE 9(6).
       01 IMAGE-NUMBER-TEXT PICTURE 9(6).

       01 RELEASED-COUNT PICTURE 9(4) VALUE 0.
       01 RETURNED-COUNT PICTURE 9(4) VALUE 0.
       01 UNPROVEN-WITHHELD-COUNT PICTURE 9(4) VALUE 0.
       01 FAILED-WITHHELD-COUNT PICTURE 9(4) VALUE 0.
       01 ACTION-TEXT PICTURE X(14).

       PROCEDURE DIVISION.
           ACCEPT RELEASE-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RELEASE-TIME-TEXT FROM TIME

           PERFORM CHECK-RELEASE-HOLD
           PERFORM LOAD-SIGNOFF-TABLE
           PERFORM COLLECT-CATALOG-ENTRIES

           PERFORM VARYING SIGNOFF-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-INDEX IS GREATER THAN SIGNOFF-COUNT
               MOVE SIGNOFF-ENTRY(SIGNOFF-INDEX) TO SIGNOFF-WORK
               IF SW-IS-PENDING
                   EVALUATE TRUE
                       WHEN SW-IS-APPROVED
                           PERFORM RELEASE-APPROVED-IMAGE
                       WHEN SW-IS-HELD
                           PERFORM RETURN-HELD-IMAGE
                   END-EVALUATE
                   MOVE SIGNOFF-WORK TO SIGNOFF-ENTRY(SIGNOFF-INDEX)
                   IF NOT SW-IS-PENDING
                       MOVE 'C' TO SIGNOFF-CHANGE-FLAG(SIGNOFF-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM DELETE-HELD-CATALOG-ENTRIES
           IF DELIVERY-IS-OPEN
               PERFORM CLOSE-DELIVERY-MANIFEST
           END-IF
           PERFORM UPDATE-SIGNOFF-FILE

           DISPLAY 'RELEASE COMPLETE - ' RELEASED-COUNT ' RELEASED, '
               RETURNED-COUNT ' RETURNED FOR RECONVERSION, '
               UNPROVEN-WITHHELD-COUNT ' WITHHELD UNPROVEN, '
               FAILED-WITHHELD-COUNT ' WITHHELD FAILED'
           IF DELIVERY-FOLDER NOT = SPACES
               DISPLAY 'DELIVERY FOLDER ' DELIVERY-FOLDER
           END-IF
           EVALUATE TRUE
               WHEN FAILED-WITHHELD-COUNT IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN UNPROVEN-WITHHELD-COUNT IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       CHECK-RELEASE-HOLD SECTION.
      * THE HOLD FILE'S PRESENCE IS THE HOLD; ITS ONE LINE SAYS WHEN
      * AND WHY IT WAS RAISED
           OPEN INPUT RELEASE-HOLD-FILE
           IF RELEASE-HOLD-STATUS = '00'
               MOVE SPACES TO RELEASE-HOLD-RECORD
               READ RELEASE-HOLD-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE RELEASE-HOLD-FILE
               DISPLAY 'AUDITORISE-RELEASE: RELEASE HOLD IN FORCE - '
                   RELEASE-HOLD-RECORD UPON SYSERR
               DISPLAY 'AUDITORISE-RELEASE: NOTHING RELEASED - SEE '
                   '__inout__/balance-report.txt' UPON SYSERR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-SIGNOFF-TABLE SECTION.
      * A SIGN-OFF FILE TOO BIG FOR THE TABLE WOULD LEAVE DECISIONS
      * UNSEEN - REFUSE THE WHOLE RELEASE. A FILE LOCKED BY A SIGN-OFF
      * SESSION SAVING OR BY HOUSEKEEPING IS WAITED FOR
           MOVE 0 TO SIGNOFF-OPEN-TRIES
           OPEN INPUT SIGNOFF-FILE
           PERFORM UNTIL SIGNOFF-STATUS NOT = '61'
           OR SIGNOFF-OPEN-TRIES IS NOT LESS THAN 5
               PERFORM WAIT-FOR-SIGNOFF-FILE
               OPEN INPUT SIGNOFF-FILE
           END-PERFORM
           IF SIGNOFF-STATUS NOT = '00'
               DISPLAY 'AUDITORISE-RELEASE: NO READABLE SIGN-OFF FILE '
                   'AT __inout__/signoff.dat (STATUS ' SIGNOFF-STATUS
                   ') - RUN ABORTED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO SIGNOFF-COUNT
           MOVE 'N' TO SCAN-DONE-SWITCH
           PERFORM UNTIL SCAN-IS-DONE
               READ SIGNOFF-FILE
                   AT END
                       MOVE 'Y' TO SCAN-DONE-SWITCH
                   NOT AT END
                       IF SIGNOFF-COUNT IS LESS THAN signoff-max
                           ADD 1 TO SIGNOFF-COUNT
                           MOVE SIGNOFF-RECORD
                               TO SIGNOFF-ENTRY(SIGNOFF-COUNT)
                           MOVE SIGNOFF-RECORD
                               TO SIGNOFF-ORIGINAL(SIGNOFF-COUNT)
                           MOVE SPACE TO
                               SIGNOFF-CHANGE-FLAG(SIGNOFF-COUNT)
                       ELSE
                           MOVE 'Y' TO SIGNOFF-TOO-BIG-SWITCH
                           MOVE 'Y' TO SCAN-DONE-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNOFF-FILE
           IF SIGNOFF-FILE-TOO-BIG
               DISPLAY 'AUDITORISE-RELEASE: MORE THAN 999 SIGN-OFF '
                   'RECORDS - RUN AUDITORISE-HOUSEKEEP TO ROLL THE '
                   'DECISIONS ACTED ON OUT OF __inout__/signoff.dat - '
                   'RUN ABORTED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       WAIT-FOR-SIGNOFF-FILE SECTION.
      * ONE SECOND BETWEEN TRIES AT A LOCKED FILE, LEAVING THE RETURN
      * CODE AS IT WAS
           ADD 1 TO SIGNOFF-OPEN-TRIES
           MOVE RETURN-CODE TO SIGNOFF-SAVED-RC
           CALL 'C$SLEEP' USING BY CONTENT SIGNOFF-RETRY-SECONDS
           MOVE SIGNOFF-SAVED-RC TO RETURN-CODE.
       COLLECT-CATALOG-ENTRIES SECTION.
      * ONE WALK OF THE CATALOG SERVES EVERY PENDING DECISION: AN
      * APPROVED FILE PICKS UP ITS PROOF, A HELD FILE'S KEYS ARE
      * COLLECTED FOR DELETION
           PERFORM VARYING SIGNOFF-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-INDEX IS GREATER THAN SIGNOFF-COUNT
               MOVE 'N' TO PF-FOUND-FLAG(SIGNOFF-INDEX)
               MOVE 0 TO PF-CHECKSUM(SIGNOFF-INDEX)
               MOVE 0 TO PF-SAMPLE-COUNT(SIGNOFF-INDEX)
               MOVE SPACES TO PF-COMPLETED-DATE(SIGNOFF-INDEX)
               MOVE SPACES TO PF-IMAGE-ID(SIGNOFF-INDEX)
           END-PERFORM

           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = '00' AND CATALOG-STATUS NOT = '05'
               DISPLAY 'AUDITORISE-RELEASE: NO READABLE CATALOG AT '
                   '__inout__/catalog.dat (STATUS ' CATALOG-STATUS
                   ') - NOTHING CAN BE PROVED - RUN ABORTED'
                   UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO SCAN-DONE-SWITCH
           PERFORM UNTIL SCAN-IS-DONE
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCAN-DONE-SWITCH
                   NOT AT END
                       PERFORM MATCH-CATALOG-ENTRY
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.
       MATCH-CATALOG-ENTRY SECTION.
      * AN ENTRY FOR ANOTHER IMAGE ID COMPLETED THE SAME DAY AS THE
      * ONE ALREADY HELD WINS THE TIE - THE CATALOG KEEPS NO TIME, AND
      * A DOUBT ABOUT WHOSE BYTES THE FILE HOLDS MUST WITHHOLD IT
           PERFORM VARYING SIGNOFF-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-INDEX IS GREATER THAN SIGNOFF-COUNT
               MOVE SIGNOFF-ENTRY(SIGNOFF-INDEX) TO SIGNOFF-WORK
               IF SW-IS-PENDING
               AND SW-OUTPUT-FILE = CAT-OUTPUT-FILE
                   IF SW-IS-APPROVED
                       IF NOT PF-IS-CATALOGUED(SIGNOFF-INDEX)
                       OR CAT-COMPLETED-DATE IS GREATER THAN
                           PF-COMPLETED-DATE(SIGNOFF-INDEX)
                       OR (CAT-COMPLETED-DATE =
                           PF-COMPLETED-DATE(SIGNOFF-INDEX)
                       AND CAT-IMAGE-ID IS NOT = SPACES
                       AND CAT-IMAGE-ID IS NOT = SW-IMAGE-ID)
                           MOVE 'Y' TO PF-FOUND-FLAG(SIGNOFF-INDEX)
                           MOVE CAT-CHECKSUM
                               TO PF-CHECKSUM(SIGNOFF-INDEX)
                           MOVE CAT-SAMPLE-COUNT
                               TO PF-SAMPLE-COUNT(SIGNOFF-INDEX)
                           MOVE CAT-COMPLETED-DATE
                               TO PF-COMPLETED-DATE(SIGNOFF-INDEX)
                           MOVE CAT-IMAGE-ID
                               TO PF-IMAGE-ID(SIGNOFF-INDEX)
                       END-IF
                   ELSE
      *                ONLY THE HELD IMAGE'S OWN ENTRIES, AS THEY STOOD
      *                WHEN IT WAS HELD - A LATER BATCH'S IMAGE UNDER
      *                THE SAME FILE NAME KEEPS ITS ENTRY
                       IF (CAT-IMAGE-ID = SPACES
                       OR CAT-IMAGE-ID = SW-IMAGE-ID)
                       AND CAT-COMPLETED-DATE IS NOT GREATER THAN
                           SW-DECIDED-DATE
                           PERFORM NOTE-HELD-CATALOG-KEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       NOTE-HELD-CATALOG-KEY SECTION.
      * TWO HELD DECISIONS FOR ONE FILE MUST NOT LIST ITS KEY TWICE
           MOVE 0 TO INDEX-VAR-M
           PERFORM VARYING HELD-KEY-INDEX FROM 1 BY 1
           UNTIL HELD-KEY-INDEX IS GREATER THAN HELD-KEY-COUNT
               IF HELD-KEY(HELD-KEY-INDEX) = CAT-FINGERPRINT
                   MOVE HELD-KEY-INDEX TO INDEX-VAR-M
               END-IF
           END-PERFORM
           IF INDEX-VAR-M IS ZERO
           AND HELD-KEY-COUNT IS LESS THAN signoff-max
               ADD 1 TO HELD-KEY-COUNT
               MOVE CAT-FINGERPRINT TO HELD-KEY(HELD-KEY-COUNT)
           END-IF.
       RELEASE-APPROVED-IMAGE SECTION.
      * PROVE THE ORIGINAL, COPY IT, PROVE THE COPY - ANY FAILURE
      * LEAVES THE DECISION PENDING AND NOTHING ON THE MANIFEST
           MOVE SPACES TO ACTION-TEXT
           EVALUATE TRUE
               WHEN NOT PF-IS-CATALOGUED(SIGNOFF-INDEX)
                   MOVE 'NOT CATALOGUED' TO ACTION-TEXT
                   ADD 1 TO UNPROVEN-WITHHELD-COUNT
               WHEN PF-IMAGE-ID(SIGNOFF-INDEX) IS NOT = SPACES
               AND PF-IMAGE-ID(SIGNOFF-INDEX) IS NOT = SW-IMAGE-ID
                   MOVE 'SUPERSEDED' TO ACTION-TEXT
                   ADD 1 TO FAILED-WITHHELD-COUNT
               WHEN PF-COMPLETED-DATE(SIGNOFF-INDEX) IS GREATER THAN
                   SW-DECIDED-DATE
                   MOVE 'SUPERSEDED' TO ACTION-TEXT
                   ADD 1 TO FAILED-WITHHELD-COUNT
           END-EVALUATE
           IF ACTION-TEXT = SPACES
               IF PF-CHECKSUM(SIGNOFF-INDEX) IS ZERO
                   MOVE 'UNPROVEN' TO ACTION-TEXT
                   ADD 1 TO UNPROVEN-WITHHELD-COUNT
               ELSE
                   MOVE SW-OUTPUT-FILE TO WAV-FILENAME
                   PERFORM PROVE-WAV-FILE
                   IF NOT PROOF-PASSED
                       MOVE PROOF-VERDICT-TEXT TO ACTION-TEXT
                       ADD 1 TO FAILED-WITHHELD-COUNT
                   ELSE
                       PERFORM COPY-TO-DELIVERY-FOLDER
                   END-IF
               END-IF
           END-IF

           IF ACTION-TEXT = SPACES
               SET SW-IS-RELEASED TO TRUE
               MOVE RELEASE-DATE-TEXT TO SW-RELEASE-DATE
               ADD 1 TO RELEASED-COUNT
               DISPLAY 'RELEASED  ' SW-OUTPUT-FILE ' ID=' SW-IMAGE-ID
                   ' APPROVER=' SW-INITIALS
           ELSE
               DISPLAY 'WITHHELD  ' SW-OUTPUT-FILE ' ID=' SW-IMAGE-ID
                   ' - ' ACTION-TEXT
           END-IF.
       COPY-TO-DELIVERY-FOLDER SECTION.
      * THE COPY KEEPS THE WAV'S OWN NAME, LESS THE __inout__/ PREFIX
           IF NOT DELIVERY-IS-OPEN
               PERFORM OPEN-DELIVERY-MANIFEST
           END-IF
           IF SW-OUTPUT-FILE(1:10) = '__inout__/'
               MOVE SW-OUTPUT-FILE(11:30) TO DELIVERY-FILE-NAME
           ELSE
               MOVE SW-OUTPUT-FILE TO DELIVERY-FILE-NAME
           END-IF
           MOVE SPACES TO DELIVERY-COPY-PATH
           STRING DELIVERY-FOLDER DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               DELIVERY-FILE-NAME DELIMITED BY SPACE
               INTO DELIVERY-COPY-PATH

           CALL 'CBL_COPY_FILE' USING SW-OUTPUT-FILE DELIVERY-COPY-PATH
           IF RETURN-CODE IS NOT ZERO
               MOVE 0 TO RETURN-CODE
               MOVE 'COPY FAILED' TO ACTION-TEXT
               ADD 1 TO FAILED-WITHHELD-COUNT
           ELSE
               MOVE DELIVERY-COPY-PATH TO WAV-FILENAME
               PERFORM PROVE-WAV-FILE
               IF NOT PROOF-PASSED
                   CALL 'CBL_DELETE_FILE' USING DELIVERY-COPY-PATH
                   MOVE 0 TO RETURN-CODE
                   MOVE 'COPY FAILED' TO ACTION-TEXT
                   ADD 1 TO FAILED-WITHHELD-COUNT
               ELSE
                   PERFORM WRITE-DELIVERY-LINE
               END-IF
           END-IF.
       PROVE-WAV-FILE SECTION.
      * THE HEADER MUST READ, AND THE SAMPLES MUST SUM TO THE PROOF
      * STORED AT WRITE TIME OVER THE CATALOGUED (PER-CHANNEL) COUNT
      * TIMES THE CHANNEL COUNT THE FILE'S OWN HEADER CLAIMS
           MOVE PF-CHECKSUM(SIGNOFF-INDEX) TO STORED-CHECKSUM
           MOVE 'MISSING' TO PROOF-VERDICT-TEXT
           OPEN INPUT WAV-HEADER-FILE
           IF WAV-HEADER-STATUS = '00'
               READ WAV-HEADER-FILE
                   AT END
                       CLOSE WAV-HEADER-FILE
                   NOT AT END
                       CLOSE WAV-HEADER-FILE
                       PERFORM RECOMPUTE-WAV-CHECKSUM
                       IF RELEASE-SAMPLE-COUNT IS EQUAL TO
                           EXPECTED-SAMPLE-COUNT
                       AND RELEASE-CHECKSUM IS EQUAL TO
                           STORED-CHECKSUM
                           MOVE 'PROVED' TO PROOF-VERDICT-TEXT
                       ELSE
                           MOVE 'CORRUPTED' TO PROOF-VERDICT-TEXT
                       END-IF
               END-READ
           END-IF.
       RECOMPUTE-WAV-CHECKSUM SECTION.
      * WALK THE data CHUNK 2 BYTES AT A TIME, PAST THE 22 RECORDS
      * OF THE HEADER, SUMMING EACH SAMPLE BIASED INTO 0..65535 - THE
      * SAME ARITHMETIC AS RECOMPUTE-WAV-CHECKSUM IN AUDITORISE-SWEEP
           MOVE 0 TO RELEASE-CHECKSUM
           MOVE 0 TO RELEASE-SAMPLE-COUNT
           MULTIPLY PF-SAMPLE-COUNT(SIGNOFF-INDEX) BY WH-NUM-CHANNELS
               GIVING EXPECTED-SAMPLE-COUNT

           OPEN INPUT WAV-DATA-FILE
           IF WAV-DATA-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM VARYING INDEX-VAR-M FROM 1 BY 1
               UNTIL INDEX-VAR-M IS GREATER THAN 22
                   READ WAV-DATA-FILE
                   END-READ
               END-PERFORM
               MOVE 'N' TO WAV-SCAN-DONE-SWITCH
               PERFORM UNTIL WAV-SCAN-IS-DONE
                   READ WAV-DATA-FILE
                       AT END
                           MOVE 'Y' TO WAV-SCAN-DONE-SWITCH
                       NOT AT END
                           ADD 1 TO RELEASE-SAMPLE-COUNT
                           ADD WS-SAMPLE TO RELEASE-CHECKSUM
                           ADD 32768 TO RELEASE-CHECKSUM
                   END-READ
               END-PERFORM
               CLOSE WAV-DATA-FILE
           END-IF.
       OPEN-DELIVERY-MANIFEST SECTION.
      * ONE FOLDER PER RELEASE, NAMED FOR ITS DATE AND TIME, SO A
      * NUMBERED WAV NAME REUSED BY A LATER RUN NEVER OVERWRITES A
      * DELIVERY THE CUSTOMER HAS NOT COLLECTED YET
           CALL 'CBL_CREATE_DIR' USING '__inout__/outbound'
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO DELIVERY-FOLDER
           STRING '__inout__/outbound/' DELIMITED BY SIZE
               RELEASE-DATE-TEXT DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               RELEASE-TIME-TEXT(1:6) DELIMITED BY SIZE
               INTO DELIVERY-FOLDER
           CALL 'CBL_CREATE_DIR' USING DELIVERY-FOLDER
           IF RETURN-CODE IS NOT ZERO
               DISPLAY 'AUDITORISE-RELEASE: CANNOT CREATE '
                   DELIVERY-FOLDER ' - RUN ABORTED' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO DELIVERY-MANIFEST-PATH
           STRING DELIVERY-FOLDER DELIMITED BY SPACE
               '/delivery.txt' DELIMITED BY SIZE
               INTO DELIVERY-MANIFEST-PATH
           OPEN OUTPUT DELIVERY-MANIFEST-FILE
           IF DELIVERY-MANIFEST-STATUS NOT = '00'
               DISPLAY 'AUDITORISE-RELEASE: CANNOT OPEN '
                   DELIVERY-MANIFEST-PATH ' (STATUS '
                   DELIVERY-MANIFEST-STATUS ') - RUN ABORTED'
                   UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO DELIVERY-OPEN-SWITCH.
       WRITE-DELIVERY-LINE SECTION.
           MOVE SPACES TO DELIVERY-MANIFEST-RECORD
           MOVE 1 TO REPORT-LINE-POS
           STRING 'ID=' DELIMITED BY SIZE
               SW-IMAGE-ID DELIMITED BY SIZE
               ' FILE=' DELIMITED BY SIZE
               DELIVERY-FILE-NAME DELIMITED BY SIZE
               ' CHECKSUM=' DELIMITED BY SIZE
               PF-CHECKSUM(SIGNOFF-INDEX) DELIMITED BY SIZE
               ' APPROVER=' DELIMITED BY SIZE
               SW-INITIALS DELIMITED BY SIZE
               ' REASON=' DELIMITED BY SIZE
               SW-REASON-CODE DELIMITED BY SIZE
               ' DECIDED=' DELIMITED BY SIZE
               SW-DECIDED-DATE DELIMITED BY SIZE
               INTO DELIVERY-MANIFEST-RECORD
               WITH POINTER REPORT-LINE-POS
           WRITE DELIVERY-MANIFEST-RECORD.
       CLOSE-DELIVERY-MANIFEST SECTION.
           MOVE RELEASED-COUNT TO REPORT-COUNT-TEXT
           MOVE SPACES TO DELIVERY-MANIFEST-RECORD
           STRING 'TOTAL FILES=' DELIMITED BY SIZE
               REPORT-COUNT-TEXT DELIMITED BY SIZE
               ' RELEASED=' DELIMITED BY SIZE
               RELEASE-DATE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RELEASE-TIME-TEXT DELIMITED BY SIZE
               INTO DELIVERY-MANIFEST-RECORD
           WRITE DELIVERY-MANIFEST-RECORD
           CLOSE DELIVERY-MANIFEST-FILE.
       RETURN-HELD-IMAGE SECTION.
      * THE CATALOG KEYS WERE COLLECTED ON THE WALK; THE HELD LINE
      * FOLLOWS THE FIXED rejects.log LAYOUT UP TO THE IMAGE NUMBER.
      * THE IMAGE ID GOES BEFORE THE FILE NAME, AND THE FILE NAME
      * LOSES THE FOLDER EVERY OUTPUT LIVES IN, SO THE LINE FITS THE
      * RECORD; ONE THAT STILL DOES NOT IS WRITTEN CUT SHORT AND THE
      * WHOLE OF IT GOES TO SYSERR
           ACCEPT HELD-TIME-TEXT FROM TIME
           MOVE SW-IMAGE-NUMBER TO IMAGE-NUMBER-TEXT
           IF SW-OUTPUT-FILE(1:10) = '__inout__/'
               MOVE SW-OUTPUT-FILE(11:30) TO DELIVERY-FILE-NAME
           ELSE
               MOVE SW-OUTPUT-FILE TO DELIVERY-FILE-NAME
           END-IF
           MOVE SPACES TO REJECTS-RECORD
           MOVE 1 TO REPORT-LINE-POS
           STRING RELEASE-DATE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HELD-TIME-TEXT DELIMITED BY SIZE
               ' IMAGE=' DELIMITED BY SIZE
               IMAGE-NUMBER-TEXT DELIMITED BY SIZE
               ' HELD REASON=' DELIMITED BY SIZE
               SW-REASON-CODE DELIMITED BY SIZE
               ' BY=' DELIMITED BY SIZE
               SW-INITIALS DELIMITED BY SPACE
               INTO REJECTS-RECORD
               WITH POINTER REPORT-LINE-POS
           IF SW-IMAGE-ID IS NOT = SPACES
               STRING ' ID=' DELIMITED BY SIZE
                   SW-IMAGE-ID DELIMITED BY SPACE
                   INTO REJECTS-RECORD
                   WITH POINTER REPORT-LINE-POS
           END-IF
           STRING ' FILE=' DELIMITED BY SIZE
               DELIVERY-FILE-NAME DELIMITED BY SPACE
               INTO REJECTS-RECORD
               WITH POINTER REPORT-LINE-POS
               ON OVERFLOW
                   DISPLAY 'AUDITORISE-RELEASE: HELD LINE FOR IMAGE '
                       IMAGE-NUMBER-TEXT ' CUT SHORT IN '
                       '__inout__/rejects.log - ID=' SW-IMAGE-ID
                       ' FILE=' SW-OUTPUT-FILE UPON SYSERR
           END-STRING
           OPEN EXTEND REJECTS-FILE
           IF REJECTS-STATUS NOT = '00'
               OPEN OUTPUT REJECTS-FILE
           END-IF
           WRITE REJECTS-RECORD
           CLOSE REJECTS-FILE

           SET SW-IS-RETURNED TO TRUE
           MOVE RELEASE-DATE-TEXT TO SW-RELEASE-DATE
           ADD 1 TO RETURNED-COUNT
           DISPLAY 'RETURNED  ' SW-OUTPUT-FILE ' ID=' SW-IMAGE-ID
               ' - HELD ' SW-REASON-CODE ' BY ' SW-INITIALS.
       DELETE-HELD-CATALOG-ENTRIES SECTION.
           IF HELD-KEY-COUNT IS NOT ZERO
               OPEN I-O CATALOG-FILE
               IF CATALOG-STATUS NOT = '00'
               AND CATALOG-STATUS NOT = '05'
                   DISPLAY 'AUDITORISE-RELEASE: CANNOT OPEN THE '
                       'CATALOG FOR UPDATE (STATUS ' CATALOG-STATUS
                       ') - HELD IMAGES STILL CATALOGUED' UPON SYSERR
                   ADD 1 TO FAILED-WITHHELD-COUNT
               ELSE
                   PERFORM VARYING HELD-KEY-INDEX FROM 1 BY 1
                   UNTIL HELD-KEY-INDEX IS GREATER THAN HELD-KEY-COUNT
                       MOVE HELD-KEY(HELD-KEY-INDEX) TO CAT-FINGERPRINT
                       DELETE CATALOG-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-PERFORM
                   CLOSE CATALOG-FILE
               END-IF
           END-IF.
       UPDATE-SIGNOFF-FILE SECTION.
      * THE FILE IS NEVER REWRITTEN WHOLE - A SIGN-OFF SESSION MAY HAVE
      * SAVED SINCE IT WAS READ. EACH DECISION THIS RELEASE ACTED ON
      * GOES BACK OVER ITS OWN RECORD, FOUND BY CONTENT, NOT POSITION
      * (HOUSEKEEPING MAY HAVE ROLLED EARLIER RECORDS OUT), AND ONLY
      * IF THAT RECORD IS STILL EXACTLY AS IT WAS READ
           MOVE 0 TO SIGNOFF-UNSAVED-COUNT
           PERFORM VARYING SIGNOFF-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-INDEX IS GREATER THAN SIGNOFF-COUNT
               IF SIGNOFF-TO-SAVE(SIGNOFF-INDEX)
                   ADD 1 TO SIGNOFF-UNSAVED-COUNT
               END-IF
           END-PERFORM
           IF SIGNOFF-UNSAVED-COUNT IS ZERO
               EXIT SECTION
           END-IF

           MOVE 0 TO SIGNOFF-OPEN-TRIES
           OPEN I-O SIGNOFF-FILE
           PERFORM UNTIL SIGNOFF-STATUS NOT = '61'
           OR SIGNOFF-OPEN-TRIES IS NOT LESS THAN 5
               PERFORM WAIT-FOR-SIGNOFF-FILE
               OPEN I-O SIGNOFF-FILE
           END-PERFORM
           IF SIGNOFF-STATUS NOT = '00'
               DISPLAY 'AUDITORISE-RELEASE: CANNOT UPDATE '
                   '__inout__/signoff.dat (STATUS ' SIGNOFF-STATUS
                   ') - THE NEXT RELEASE WILL ACT ON THESE DECISIONS '
                   'AGAIN' UPON SYSERR
               ADD 1 TO FAILED-WITHHELD-COUNT
               EXIT SECTION
           END-IF
           MOVE 'N' TO SCAN-DONE-SWITCH
           PERFORM UNTIL SCAN-IS-DONE
               READ SIGNOFF-FILE
                   AT END
                       MOVE 'Y' TO SCAN-DONE-SWITCH
                   NOT AT END
                       PERFORM REWRITE-UNCHANGED-RECORD
               END-READ
           END-PERFORM
           CLOSE SIGNOFF-FILE

      *    WHAT IS LEFT WAS CHANGED UNDER THIS RELEASE - THE NEW
      *    DECISION STANDS AND THE NEXT RELEASE ACTS ON IT; WHAT THIS
      *    ONE DID IS ON THE DELIVERY MANIFEST OR IN rejects.log
           PERFORM VARYING SIGNOFF-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-INDEX IS GREATER THAN SIGNOFF-COUNT
               IF SIGNOFF-TO-SAVE(SIGNOFF-INDEX)
                   MOVE SIGNOFF-ENTRY(SIGNOFF-INDEX) TO SIGNOFF-WORK
                   DISPLAY 'AUDITORISE-RELEASE: DECISION ON '
                       SW-OUTPUT-FILE ' ID=' SW-IMAGE-ID
                       ' CHANGED DURING THE RELEASE - THE NEW '
                       'DECISION STANDS' UPON SYSERR
               END-IF
           END-PERFORM.
       REWRITE-UNCHANGED-RECORD SECTION.
      * THE RECORD JUST READ, IF IT IS STILL A DECISION THIS RELEASE
      * ACTED ON EXACTLY AS IT WAS READ, TAKES THE NEW RELEASE STATUS
           MOVE 0 TO SIGNOFF-MATCH-INDEX
           PERFORM VARYING SIGNOFF-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-INDEX IS GREATER THAN SIGNOFF-COUNT
               IF SIGNOFF-MATCH-INDEX IS ZERO
               AND SIGNOFF-TO-SAVE(SIGNOFF-INDEX)
               AND SIGNOFF-ORIGINAL(SIGNOFF-INDEX) = SIGNOFF-RECORD
                   MOVE SIGNOFF-INDEX TO SIGNOFF-MATCH-INDEX
               END-IF
           END-PERFORM
           IF SIGNOFF-MATCH-INDEX IS NOT ZERO
               MOVE SIGNOFF-ENTRY(SIGNOFF-MATCH-INDEX) TO SIGNOFF-RECORD
               REWRITE SIGNOFF-RECORD
               IF SIGNOFF-STATUS = '00'
                   MOVE 'S' TO SIGNOFF-CHANGE-FLAG(SIGNOFF-MATCH-INDEX)
               END-IF
           END-IF.
       END PROGRAM AUDITORISE-RELEASE.
