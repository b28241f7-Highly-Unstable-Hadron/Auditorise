      *     GROUP-LENGTH ARITHMETIC (AND SYNTHESIS MODE) THE RUN
      *     WOULD USE, SO AN IMAGE THAT WOULD TRIP THE max-aud-len
      *     ABORT (RETURN CODE 24) IS FLAGGED UP FRONT
      *   - A 'TOTALS' CONTROL TRAILER AFTER THE LAST IMAGE, SET
      *     AGAINST THE IMAGE COUNT, PIXEL COUNT AND HASH TOTAL THIS
      *     PASS READ, AS THE RUN'S BALANCE CHECK WILL SET IT (NOTE
      *     LINES ONLY - A TRAILER DIFFERENCE IS NOT A NO-GO)
      * IT ENDS WITH A GO/NO-GO LINE PER IMAGE, ON THE CONSOLE AND
      * IN '__inout__/preflight-report.txt'. NOTHING IS CONVERTED
      * AND NOTHING IS WRITTEN BESIDES THE REPORT.
      *
      * THE RUN SETTINGS ARE MIRRORED FROM THE SAME SOURCES THE
      * CONVERTING RUN READS: rgbmap.cfg (OR THE AUDITORISE-PROFILE
      * LIBRARY PROFILE THAT REPLACES IT), AUDITORISE-TRAVERSAL,
      * AUDITORISE-SYNTHESIS, AUDITORISE-TOLERANCE,
      * AUDITORISE-REJECT-LIMIT AND AUDITORISE-INPUT-FORMAT - SET
      * THEM AS THE REAL RUN WILL BE SET OR THE PREDICTION JUDGES A
      * ONLY HOLD 0-255).
      * RETURN-CODE 0 = EVERY IMAGE IS GO, 8 = AT LEAST ONE NO-GO,
      * 16 = THE SUBMISSION OR THE REPORT COULD NOT BE OPENED,
      * 28 = rgbmap.cfg (OR THE RUN-WIDE PROFILE) ITSELF IS INVALID
      * OR UNKNOWN (THE RUN WOULD ABORT BEFORE IMAGE 1). A MANIFEST
      * RECORD NAMING A PROFILE THE LIBRARY CANNOT RESOLVE IS THAT
      * IMAGE'S NO-GO ('UNKNOWN PROFILE').

      * SAME COMPILED-IN CONSTANTS AS AUDITORISE-CORE
       >>DEFINE CONSTANT img-len AS 256
           SELECT RGB-MAP-FILE ASSIGN TO '__inout__/rgbmap.cfg'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RGB-MAP-STATUS.
      *    THE MAPPING LIBRARY - RESOLVED THE SAME WAY THE RUN
      *    RESOLVES IT
           SELECT OPTIONAL PROFILE-LIBRARY-FILE
               ASSIGN TO '__inout__/rgbprofiles.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-KEY
               FILE STATUS IS PROFILE-LIBRARY-STATUS.
      *    THE PACKED PIXEL FEED - SAME FILE, SAME 3-BYTE RECORDS
      *    READ-PACKED-PIXEL CONSUMES IN AUDITORISE-CORE
           SELECT PACKED-PIXEL-FILE ASSIGN TO '__inout__/in.bin'
       FILE SECTION.
       FD  ORIGINAL-IMG-FILE.
       01 ORIGINAL-IMG-RECORD PICTURE X(11).
      * THE FULL WIDTH OF A CONTROL TRAILER LINE
       01 ORIGINAL-TRAILER-RECORD PICTURE X(80).

       FD  MANIFEST-FILE
           RECORDING MODE IS F
       01 RGB-MAP-RECORD.
           COPY RGBMAP.

      * ONE VERSION OF ONE NAMED MAPPING PROFILE - SEE PROFREC.CPY
       FD  PROFILE-LIBRARY-FILE.
       01 PROFILE-LIBRARY-RECORD.
           COPY PROFREC.

      * ONE PIXEL AS THREE RAW BYTES - SEE THE PACKED FEED IN
      * AUDITORISE-CORE
       FD  PACKED-PIXEL-FILE
       01 ORIGINAL-IMG-STATUS PICTURE X(2) VALUE '00'.
       01 MANIFEST-STATUS PICTURE X(2) VALUE '00'.
       01 RGB-MAP-STATUS PICTURE X(2) VALUE '00'.
       01 PROFILE-LIBRARY-STATUS PICTURE X(2) VALUE '00'.
       01 PACKED-PIXEL-STATUS PICTURE X(2) VALUE '00'.
       01 PREFLIGHT-REPORT-STATUS PICTURE X(2) VALUE '00'.

       01 DEFAULT-RGB-MAPPING PICTURE X(19).
       01 DEFAULT-TRAVERSAL-FLAG PICTURE X.

      * AUDITORISE-PROFILE (AND -VERSION), MIRRORED FROM THE RUN, AND
      * RESOLVE-MAPPING-PROFILE'S INTERFACE - SAME SHAPE AS THE
      * SECTION OF THE SAME NAME IN AUDITORISE-CORE
       01 RUN-PROFILE-TEXT PICTURE X(12) VALUE SPACES.
       01 RUN-PROFILE-VERSION-TEXT PICTURE X(4) VALUE SPACES.
       01 PROFILE-REQUEST-NAME PICTURE X(12).
       01 PROFILE-REQUEST-VERSION PICTURE X(4).
       01 PROFILE-RUN-DATE PICTURE X(8).
       01 PROFILE-FOUND-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-WAS-FOUND VALUE 'Y'.
       01 PROFILE-FOUND-VERSION PICTURE 9(4) VALUE 0.
       01 PROFILE-FOUND-MAPPING PICTURE X(19).
       01 PROFILE-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-SCAN-IS-DONE VALUE 'Y'.

       01 MANIFEST-MODE-SWITCH PICTURE X VALUE 'N'.
           88 MANIFEST-MODE-ACTIVE VALUE 'Y'.
       01 MANIFEST-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED
               03 MF-ENTRY-WAV-NAME PICTURE X(40).
               03 MF-ENTRY-RGBMAP-FLAG PICTURE X.
                   88 MF-ENTRY-HAS-OVERRIDE VALUE 'Y'.
                   88 MF-ENTRY-HAS-PROFILE VALUE 'P'.
               03 MF-ENTRY-RGBMAP PICTURE X(19).
               03 MF-ENTRY-TRAVERSAL PICTURE X(7).
      * ONE VERDICT PER MANIFEST RECORD FROM THE MANIFEST PASS - AN
       01 GO-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 NO-GO-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.

      * THE SENDER'S CONTROL TRAILER, IF ONE FOLLOWS THE LAST IMAGE -
      * THE LAYOUT BALANCE-BATCH-TOTALS IN AUDITORISE-CORE READS - AND
      * THE SAME THREE TOTALS OVER WHAT THIS PASS READ, CHANNEL VALUES
      * AS SENT, BEFORE ANY TOLERANCE SUBSTITUTION
       01 CONTROL-TRAILER-WORK PICTURE X(80).
       01 CONTROL-TRAILER-R REDEFINES CONTROL-TRAILER-WORK.
           02 CT-TAG PICTURE X(6).
               88 CT-IS-TRAILER VALUE 'TOTALS'.
           02 CT-IMAGE-COUNT PICTURE 9(6).
           02 CT-PIXEL-COUNT PICTURE 9(12).
           02 CT-HASH-TOTAL PICTURE 9(15).
           02 CT-TAIL PICTURE X(41).
       01 FEED-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 FEED-PIXEL-COUNT USAGE IS BINARY-DOUBLE UNSIGNED VALUE 0.
       01 FEED-HASH-TOTAL USAGE IS BINARY-DOUBLE UNSIGNED VALUE 0.
       01 TRAILER-DIFFERENCE-SWITCH PICTURE X VALUE 'N'.
           88 TRAILER-HAS-DIFFERENCE VALUE 'Y'.
      * SET BY THE CALLER OF NOTE-TRAILER-DIFFERENCE
       01 TRAILER-TOTAL-LABEL PICTURE X(13).
       01 TRAILER-SENT-TEXT PICTURE 9(15).
       01 TRAILER-READ-TEXT PICTURE 9(15).

      * REPORT LINE FIELDS
       01 REPORT-IMAGE-TEXT PICTURE 9(6).
       01 REPORT-COUNT-TEXT PICTURE 9(9).
           MOVE numsbit-16 TO RGBMAP-AMPLITUDE-OFFSET
           DIVIDE 4 INTO numbit-16 GIVING RGBMAP-MODULATION-SCALE
           MOVE band-range TO RGBMAP-BAND-RANGE
           ACCEPT PROFILE-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT RUN-PROFILE-TEXT FROM ENVIRONMENT
               'AUDITORISE-PROFILE'
           ACCEPT RUN-PROFILE-VERSION-TEXT FROM ENVIRONMENT
               'AUDITORISE-PROFILE-VERSION'
           IF RUN-PROFILE-TEXT IS NOT = SPACES
               MOVE RUN-PROFILE-TEXT TO PROFILE-REQUEST-NAME
               MOVE RUN-PROFILE-VERSION-TEXT TO PROFILE-REQUEST-VERSION
               PERFORM RESOLVE-MAPPING-PROFILE
               IF NOT PROFILE-WAS-FOUND
                   DISPLAY 'AUDITORISE-PREFLIGHT: PROFILE '
                       RUN-PROFILE-TEXT ' VERSION '
                       RUN-PROFILE-VERSION-TEXT ' IS NOT IN THE '
                       'LIBRARY - THE RUN WOULD ABORT (RETURN CODE '
                       '28) BEFORE IMAGE 1' UPON SYSERR
                   MOVE 28 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PROFILE-FOUND-MAPPING TO RGB-MAP-RECORD
           ELSE
               OPEN INPUT RGB-MAP-FILE
               IF RGB-MAP-STATUS = '00'
                   READ RGB-MAP-FILE
                   END-READ
                   CLOSE RGB-MAP-FILE
               END-IF
           END-IF

           IF RGBMAP-BAND-RANGE IS ZERO
           OR RGBMAP-MODULATION-CHANNEL IS GREATER THAN 3
           OR RGBMAP-GROUP-LENGTH-CHANNEL IS LESS THAN 1
           OR RGBMAP-GROUP-LENGTH-CHANNEL IS GREATER THAN 3
               DISPLAY 'AUDITORISE-PREFLIGHT: THE RUN-WIDE MAPPING '
                   'WOULD ABORT THE RUN (RETURN CODE 28) BEFORE '
                   'IMAGE 1 - FIX IT FIRST' UPON SYSERR
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF

           IF MF-ENTRY-FAULT(MANIFEST-LOAD-INDEX) = SPACES
           AND MF-RGBMAP-FLAG IS NOT = 'Y'
           AND MF-RGBMAP-FLAG IS NOT = 'P'
           AND MF-RGBMAP-FLAG IS NOT = 'N'
           AND MF-RGBMAP-FLAG IS NOT = SPACE
               MOVE 'BAD OVERRIDE FLAG'
               MOVE DEFAULT-RGB-MAPPING TO RGB-MAP-RECORD
           END-IF

      *    A PROFILE REFERENCE IS RESOLVED NOW, AS THE LOAD DOES, AND
      *    THE RESOLVED MAPPING TAKES THE REFERENCE'S PLACE IN THE
      *    TABLE SO SELECT-IMAGE-SETTINGS LAYS IT LIKE ANY OVERRIDE
           IF MF-ENTRY-FAULT(MANIFEST-LOAD-INDEX) = SPACES
           AND MF-HAS-PROFILE-REFERENCE
               MOVE MF-PROFILE-NAME TO PROFILE-REQUEST-NAME
               MOVE MF-PROFILE-VERSION TO PROFILE-REQUEST-VERSION
               PERFORM RESOLVE-MAPPING-PROFILE
               IF NOT PROFILE-WAS-FOUND
                   MOVE 'UNKNOWN PROFILE'
                       TO MF-ENTRY-FAULT(MANIFEST-LOAD-INDEX)
               ELSE
                   MOVE PROFILE-FOUND-MAPPING TO RGB-MAP-RECORD
                   IF RGBMAP-BAND-RANGE IS ZERO
                   OR RGBMAP-AMPLITUDE-CHANNEL IS LESS THAN 1
                   OR RGBMAP-AMPLITUDE-CHANNEL IS GREATER THAN 3
                   OR RGBMAP-MODULATION-CHANNEL IS LESS THAN 1
                   OR RGBMAP-MODULATION-CHANNEL IS GREATER THAN 3
                   OR RGBMAP-GROUP-LENGTH-CHANNEL IS LESS THAN 1
                   OR RGBMAP-GROUP-LENGTH-CHANNEL IS GREATER THAN 3
                       MOVE 'INVALID PROFILE MAPPING'
                           TO MF-ENTRY-FAULT(MANIFEST-LOAD-INDEX)
                   ELSE
                       MOVE PROFILE-FOUND-MAPPING
                           TO MF-ENTRY-RGBMAP(MANIFEST-LOAD-INDEX)
                   END-IF
                   MOVE DEFAULT-RGB-MAPPING TO RGB-MAP-RECORD
               END-IF
           END-IF

      *    A BLANK NAME MEANS THE NUMBERED CONVENTION - MATERIALIZE
      *    IT SO THE DUPLICATE CHECK JUDGES THE NAMES THAT WOULD
      *    ACTUALLY LAND ON DISK
               PERFORM CHECK-ONE-IMAGE
           END-PERFORM

      *    THE FIRST RECORD AFTER THE LAST IMAGE MAY BE THE SENDER'S
      *    CONTROL TRAILER - IT IS SET AGAINST WHAT THIS PASS READ,
      *    AS THE RUN WILL SET IT. ANY OTHER RECORD LEFT OVER, OR ANY
      *    RECORD AFTER THE TRAILER, MEANS THE COUNT AND THE FEED
      *    DISAGREE - THE RUN WOULD PUT THE BATCH OUT OF BALANCE
           IF NOT SUBMISSION-IS-TRUNCATED
               READ ORIGINAL-IMG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ORIGINAL-TRAILER-RECORD
                           TO CONTROL-TRAILER-WORK
                       IF CT-IS-TRAILER
                           PERFORM JUDGE-CONTROL-TRAILER
                           READ ORIGINAL-IMG-FILE
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE SPACES
                                       TO PREFLIGHT-REPORT-RECORD
                                   MOVE 'NOTE: RECORDS REMAIN AFTER '
                                       & 'THE CONTROL TRAILER - A '
                                       & 'DOUBLED OR MIS-CUT FEED'
                                       TO PREFLIGHT-REPORT-RECORD
                                   PERFORM WRITE-REPORT-LINE
                           END-READ
                       ELSE
                           MOVE SPACES TO PREFLIGHT-REPORT-RECORD
                           MOVE 'NOTE: RECORDS REMAIN AFTER THE LAST '
                               & 'IMAGE - COUNT AND FEED DISAGREE'
                               TO PREFLIGHT-REPORT-RECORD
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-IF
           CLOSE ORIGINAL-IMG-FILE
               END-IF
               CLOSE PACKED-PIXEL-FILE
           END-IF.
       JUDGE-CONTROL-TRAILER SECTION.
      * THE SAME THREE COMPARISONS JUDGE-CONTROL-TRAILER MAKES IN
      * AUDITORISE-CORE - A DIFFERENCE HERE IS A BATCH THE RUN WILL
      * CONVERT BUT HOLD FROM RELEASE AS OUT OF BALANCE
           IF CT-IMAGE-COUNT IS NOT NUMERIC
           OR CT-PIXEL-COUNT IS NOT NUMERIC
           OR CT-HASH-TOTAL IS NOT NUMERIC
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               MOVE 'NOTE: CONTROL TRAILER TOTALS ARE NOT NUMERIC - '
                   & 'THE RUN WILL HOLD THE BATCH OUT OF BALANCE'
                   TO PREFLIGHT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               EXIT SECTION
           END-IF
           MOVE 'N' TO TRAILER-DIFFERENCE-SWITCH
           IF CT-IMAGE-COUNT IS NOT = FEED-IMAGE-COUNT
               MOVE 'IMAGE COUNT' TO TRAILER-TOTAL-LABEL
               MOVE CT-IMAGE-COUNT TO TRAILER-SENT-TEXT
               MOVE FEED-IMAGE-COUNT TO TRAILER-READ-TEXT
               PERFORM NOTE-TRAILER-DIFFERENCE
           END-IF
           IF CT-PIXEL-COUNT IS NOT = FEED-PIXEL-COUNT
               MOVE 'PIXEL COUNT' TO TRAILER-TOTAL-LABEL
               MOVE CT-PIXEL-COUNT TO TRAILER-SENT-TEXT
               MOVE FEED-PIXEL-COUNT TO TRAILER-READ-TEXT
               PERFORM NOTE-TRAILER-DIFFERENCE
           END-IF
           IF CT-HASH-TOTAL IS NOT = FEED-HASH-TOTAL
               MOVE 'HASH TOTAL' TO TRAILER-TOTAL-LABEL
               MOVE CT-HASH-TOTAL TO TRAILER-SENT-TEXT
               MOVE FEED-HASH-TOTAL TO TRAILER-READ-TEXT
               PERFORM NOTE-TRAILER-DIFFERENCE
           END-IF
           IF NOT TRAILER-HAS-DIFFERENCE
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               MOVE 'NOTE: CONTROL TRAILER BALANCES WITH THE FEED'
                   TO PREFLIGHT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
       NOTE-TRAILER-DIFFERENCE SECTION.
           MOVE 'Y' TO TRAILER-DIFFERENCE-SWITCH
           MOVE SPACES TO PREFLIGHT-REPORT-RECORD
           MOVE 1 TO REPORT-LINE-POS
           STRING 'NOTE: CONTROL TRAILER ' DELIMITED BY SIZE
               TRAILER-TOTAL-LABEL DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               TRAILER-SENT-TEXT DELIMITED BY SIZE
               ', FEED HOLDS ' DELIMITED BY SIZE
               TRAILER-READ-TEXT DELIMITED BY SIZE
               ' - THE RUN WILL HOLD THE BATCH OUT OF BALANCE'
               DELIMITED BY SIZE
               INTO PREFLIGHT-REPORT-RECORD
               WITH POINTER REPORT-LINE-POS
           PERFORM WRITE-REPORT-LINE.
       CHECK-ONE-IMAGE SECTION.
           MOVE 0 TO MALFORMED-PIXEL-COUNT
           MOVE 0 TO IMAGE-REJECT-COUNT
                       MOVE 'Y' TO FILE-TRUNCATED-SWITCH
                       PERFORM WRITE-IMAGE-VERDICT
                   ELSE
                       ADD 1 TO FEED-IMAGE-COUNT
                       ADD ACTUAL-SQR TO FEED-PIXEL-COUNT
                       PERFORM SCAN-IMAGE-PIXELS
                       PERFORM PREDICT-PADDING-SAMPLES
                       PERFORM WRITE-IMAGE-VERDICT
           MOVE DEFAULT-RGB-MAPPING TO RGB-MAP-RECORD
           MOVE DEFAULT-TRAVERSAL-FLAG TO IMAGE-TRAVERSAL-FLAG
           IF MANIFEST-MODE-ACTIVE
               IF (MF-ENTRY-HAS-OVERRIDE(CURRENT-IMAGE-INDEX)
               OR MF-ENTRY-HAS-PROFILE(CURRENT-IMAGE-INDEX))
               AND MF-ENTRY-FAULT(CURRENT-IMAGE-INDEX) = SPACES
                   MOVE MF-ENTRY-RGBMAP(CURRENT-IMAGE-INDEX)
                       TO RGB-MAP-RECORD
               MOVE PS-RED TO PIXEL-RED-VALUE
               MOVE PS-GREEN TO PIXEL-GREEN-VALUE
               MOVE PS-BLUE TO PIXEL-BLUE-VALUE
               ADD PIXEL-RED-VALUE PIXEL-GREEN-VALUE PIXEL-BLUE-VALUE
                   TO FEED-HASH-TOTAL
               IF PIXEL-RED-VALUE IS GREATER THAN 255
                   ADD 1 TO IMAGE-REJECT-COUNT
                   MOVE TOLERANCE-REPLACEMENT TO PIXEL-RED-VALUE
                   MOVE PACKED-BYTE-VALUE TO PIXEL-GREEN-VALUE
                   MOVE PK-BLUE-BYTE TO PACKED-BYTE-WORK
                   MOVE PACKED-BYTE-VALUE TO PIXEL-BLUE-VALUE
                   ADD PIXEL-RED-VALUE PIXEL-GREEN-VALUE
                       PIXEL-BLUE-VALUE TO FEED-HASH-TOTAL
                   PERFORM PREDICT-FROM-CHANNEL-VALUES
           END-READ.
       PREDICT-FROM-CHANNEL-VALUES SECTION.
               AT END
                   MOVE 'Y' TO FILE-TRUNCATED-SWITCH
           END-READ.
       RESOLVE-MAPPING-PROFILE SECTION.
      * SAME LOOKUP AS AUDITORISE-CORE'S SECTION OF THE SAME NAME: A
      * PINNED VERSION IS READ DIRECTLY, A BLANK ONE TAKES THE LAST
      * VERSION EFFECTIVE ON THE RUN DATE
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
                               IF PROF-NAME IS NOT =
                                   PROFILE-REQUEST-NAME
                                   MOVE 'Y' TO PROFILE-SCAN-SWITCH
                               ELSE
                                   IF PROF-EFFECTIVE-DATE IS NOT
                                       GREATER THAN PROFILE-RUN-DATE
                                       MOVE 'Y'
                                           TO PROFILE-FOUND-SWITCH
                                       MOVE PROF-VERSION
                                           TO PROFILE-FOUND-VERSION
                                       MOVE PROF-MAPPING
                                           TO PROFILE-FOUND-MAPPING
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PROFILE-LIBRARY-FILE
           END-IF.
       END PROGRAM AUDITORISE-PREFLIGHT.
