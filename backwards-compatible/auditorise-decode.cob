      *   AUDITORISE-DECODE-IMAGE - WHICH IMAGE OF A BATCHED in.txt
      *                             THE WAV BELONGS TO, DEFAULT 1
      *   AUDITORISE-TRAVERSAL    - MUST MATCH THE CONVERTING RUN
      *   AUDITORISE-DECODE-PROFILE - MAPPING LIBRARY PROFILE TO
      *                             INVERT WITH (AND -VERSION TO PIN
      *                             ONE VERSION); BLANK = THE PROFILE
      *                             AND VERSION THE WAV'S OWN AUDIT
      *                             LINE RECORDS (audit.log OR A
      *                             ROLLED ARCHIVE), ELSE rgbmap.cfg
      *                             WITH A WARNING THAT THE MAPPING
      *                             IS UNPROVEN
      * OUTPUTS:
      *   '__inout__/decoded.txt'       - RECONSTRUCTED PIXEL STREAM
      *   '__inout__/decode-report.txt' - PER-PIXEL DIFFERENCE REPORT
           SELECT RGB-MAP-FILE ASSIGN TO '__inout__/rgbmap.cfg'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RGB-MAP-STATUS.
      *    THE MAPPING LIBRARY, AND THE AUDIT LOG WHOSE LINE FOR THE
      *    WAV NAMES THE PROFILE AND VERSION THAT PRODUCED IT - AN
      *    OLD WAV DECODES WITH ITS OWN MAPPING, NOT TODAY'S. THE LOG
      *    IS OPENED BY NAME SO THE ROLLED ARCHIVES ARE READ TOO, AND
      *    ls LISTS THOSE ARCHIVES TO decode.list
           SELECT OPTIONAL PROFILE-LIBRARY-FILE
               ASSIGN TO '__inout__/rgbprofiles.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-KEY
               FILE STATUS IS PROFILE-LIBRARY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN DYNAMIC AUDIT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT ARCHIVE-LIST-FILE
               ASSIGN TO '__inout__/decode.list'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 RGB-MAP-RECORD.
           COPY RGBMAP.

      * ONE VERSION OF ONE NAMED MAPPING PROFILE - SEE PROFREC.CPY
       FD  PROFILE-LIBRARY-FILE.
       01 PROFILE-LIBRARY-RECORD.
           COPY PROFREC.

       FD  AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PICTURE X(260).

       FD  ARCHIVE-LIST-FILE.
       01 ARCHIVE-LIST-RECORD PICTURE X(64).

       WORKING-STORAGE SECTION.
       01 WAV-HEADER-STATUS PICTURE X(2) VALUE '00'.
       01 WAV-DATA-STATUS PICTURE X(2) VALUE '00'.
       01 DECODED-IMG-STATUS PICTURE X(2) VALUE '00'.
       01 DECODE-REPORT-STATUS PICTURE X(2) VALUE '00'.
       01 RGB-MAP-STATUS PICTURE X(2) VALUE '00'.
       01 PROFILE-LIBRARY-STATUS PICTURE X(2) VALUE '00'.
       01 AUDIT-LOG-STATUS PICTURE X(2) VALUE '00'.
       01 ARCHIVE-LIST-STATUS PICTURE X(2) VALUE '00'.

      * WHICH MAPPING THE INVERSE RUNS AGAINST, AND WHERE IT CAME
      * FROM - NAMED IN EVERY ABORT MESSAGE AND ON THE REPORT
       01 DECODE-PROFILE-TEXT PICTURE X(12) VALUE SPACES.
       01 DECODE-PROFILE-VERSION-TEXT PICTURE X(4) VALUE SPACES.
       01 MAPPING-SOURCE-TEXT PICTURE X(30) VALUE 'rgbmap.cfg'.
       01 ACTIVE-PROFILE-NAME PICTURE X(12) VALUE 'DEFAULT'.
       01 ACTIVE-PROFILE-VERSION PICTURE 9(4) VALUE 0.
      * THE PROFILE AND VERSION THE WAV'S LATEST NON-FAILED AUDIT
      * LINE STAMPED, IF ANY
       01 LOGGED-PROFILE-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-WAS-LOGGED VALUE 'Y'.
       01 LOGGED-PROFILE-NAME PICTURE X(12) VALUE SPACES.
       01 LOGGED-PROFILE-VERSION PICTURE X(4) VALUE SPACES.
       01 AUDIT-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 AUDIT-SCAN-IS-DONE VALUE 'Y'.
       01 AUDIT-LOG-PATH PICTURE X(40).
       01 LIST-DONE-SWITCH PICTURE X VALUE 'N'.
           88 LIST-IS-DONE VALUE 'Y'.
       01 SHELL-COMMAND PICTURE X(200).
       01 PROFILE-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 VERSION-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
       01 OUTCOME-LABEL-OFFSET USAGE IS BINARY-LONG UNSIGNED.
      * RESOLVE-MAPPING-PROFILE'S INTERFACE - SAME SHAPE AS THE
      * SECTION OF THE SAME NAME IN AUDITORISE-CORE
       01 PROFILE-REQUEST-NAME PICTURE X(12).
       01 PROFILE-REQUEST-VERSION PICTURE X(4).
       01 PROFILE-RUN-DATE PICTURE X(8).
       01 PROFILE-FOUND-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-WAS-FOUND VALUE 'Y'.
       01 PROFILE-FOUND-VERSION PICTURE 9(4) VALUE 0.
       01 PROFILE-FOUND-MAPPING PICTURE X(19).
       01 PROFILE-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-SCAN-IS-DONE VALUE 'Y'.

       01 TRAVERSAL-MODE-FLAG PICTURE X VALUE 'H'.
           88 RASTER-MODE-ACTIVE VALUE 'R'.
           MOVE numsbit-16 TO RGBMAP-AMPLITUDE-OFFSET
           DIVIDE 4 INTO numbit-16 GIVING RGBMAP-MODULATION-SCALE
           MOVE band-range TO RGBMAP-BAND-RANGE
           ACCEPT PROFILE-RUN-DATE FROM DATE YYYYMMDD

      *    AN EXPLICIT PROFILE WINS; OTHERWISE THE WAV'S OWN AUDIT
      *    LINE SAYS WHICH PROFILE AND VERSION MADE IT. ONLY A WAV
      *    WITH NO SUCH LINE (OR ONE MADE FROM AN UNFILED CFG OR AN
      *    INLINE MANIFEST OVERRIDE) FALLS BACK TO TODAY'S rgbmap.cfg
           ACCEPT DECODE-PROFILE-TEXT FROM ENVIRONMENT
               'AUDITORISE-DECODE-PROFILE'
           ACCEPT DECODE-PROFILE-VERSION-TEXT FROM ENVIRONMENT
               'AUDITORISE-DECODE-PROFILE-VERSION'
           IF DECODE-PROFILE-TEXT = SPACES
               PERFORM FIND-LOGGED-PROFILE
               IF PROFILE-WAS-LOGGED
                   EVALUATE TRUE
                       WHEN LOGGED-PROFILE-NAME = 'DEFAULT'
                       WHEN LOGGED-PROFILE-NAME = 'INLINE'
                           CONTINUE
                       WHEN LOGGED-PROFILE-NAME = 'RGBMAP-CFG'
                       AND LOGGED-PROFILE-VERSION = '0000'
                           CONTINUE
                       WHEN OTHER
                           MOVE LOGGED-PROFILE-NAME
                               TO DECODE-PROFILE-TEXT
                           MOVE LOGGED-PROFILE-VERSION
                               TO DECODE-PROFILE-VERSION-TEXT
                   END-EVALUATE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DECODE-PROFILE-TEXT IS NOT = SPACES
                   MOVE DECODE-PROFILE-TEXT TO PROFILE-REQUEST-NAME
                   MOVE DECODE-PROFILE-VERSION-TEXT
                       TO PROFILE-REQUEST-VERSION
                   PERFORM RESOLVE-MAPPING-PROFILE
                   IF NOT PROFILE-WAS-FOUND
                       DISPLAY 'INIT-RGB-MAPPING: PROFILE '
                           DECODE-PROFILE-TEXT ' VERSION '
                           DECODE-PROFILE-VERSION-TEXT ' IS NOT IN '
                           '__inout__/rgbprofiles.dat - RUN ABORTED'
                           UPON SYSERR
                       MOVE 28 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PROFILE-FOUND-MAPPING TO RGB-MAP-RECORD
                   MOVE DECODE-PROFILE-TEXT TO ACTIVE-PROFILE-NAME
                   MOVE PROFILE-FOUND-VERSION TO ACTIVE-PROFILE-VERSION
                   MOVE SPACES TO MAPPING-SOURCE-TEXT
                   STRING 'PROFILE ' DELIMITED BY SIZE
                       DECODE-PROFILE-TEXT DELIMITED BY SPACE
                       INTO MAPPING-SOURCE-TEXT
               WHEN PROFILE-WAS-LOGGED
               AND LOGGED-PROFILE-NAME = 'DEFAULT'
                   MOVE 'COMPILED-IN DEFAULT' TO MAPPING-SOURCE-TEXT
               WHEN OTHER
                   IF PROFILE-WAS-LOGGED
                       DISPLAY 'INIT-RGB-MAPPING: THE WAV WAS MADE '
                           'WITH ' LOGGED-PROFILE-NAME ' VERSION '
                           LOGGED-PROFILE-VERSION ', WHICH THE '
                           'LIBRARY CANNOT REPRODUCE - DECODING WITH '
                           'TODAY''S rgbmap.cfg' UPON SYSERR
                   ELSE
                       DISPLAY 'INIT-RGB-MAPPING: NO AUDIT LINE FOR '
                           WAV-FILENAME ' IN __inout__/audit.log OR '
                           'ITS ROLLED ARCHIVES - THE MAPPING IS '
                           'UNPROVEN, DECODING WITH TODAY''S '
                           'rgbmap.cfg' UPON SYSERR
                   END-IF
                   OPEN INPUT RGB-MAP-FILE
                   IF RGB-MAP-STATUS = '00'
                       READ RGB-MAP-FILE
                       END-READ
                       CLOSE RGB-MAP-FILE
                       MOVE 'RGBMAP-CFG' TO ACTIVE-PROFILE-NAME
                   END-IF
           END-EVALUATE
           DISPLAY 'INIT-RGB-MAPPING: DECODING WITH '
               ACTIVE-PROFILE-NAME ' VERSION ' ACTIVE-PROFILE-VERSION

           IF RGBMAP-BAND-RANGE IS ZERO
               DISPLAY 'INIT-RGB-MAPPING: RGBMAP-BAND-RANGE IS ZERO '
                   'IN ' MAPPING-SOURCE-TEXT ' - RUN ABORTED'
                   UPON SYSERR
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF
      *    ARITHMETIC HERE DIVIDES BY THEM AND MUST REFUSE IT CLEANLY
           IF RGBMAP-AMPLITUDE-SCALE IS ZERO
           OR RGBMAP-MODULATION-SCALE IS ZERO
               DISPLAY 'INIT-RGB-MAPPING: A ZERO SCALE IN '
                   MAPPING-SOURCE-TEXT ' CANNOT BE INVERTED - RUN '
                   'ABORTED' UPON SYSERR
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF
           OR RGBMAP-GROUP-LENGTH-CHANNEL IS LESS THAN 1
           OR RGBMAP-GROUP-LENGTH-CHANNEL IS GREATER THAN 3
               DISPLAY 'INIT-RGB-MAPPING: CHANNEL SELECTOR OUTSIDE '
                   '1-3 IN ' MAPPING-SOURCE-TEXT ' - RUN ABORTED'
                   UPON SYSERR
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF.
       FIND-LOGGED-PROFILE SECTION.
      * THE LATEST AUDIT LINE FOR THIS WAV THAT ACTUALLY PRODUCED OR
      * ATTESTED IT (ANYTHING BUT FAILED). FILE= SITS AT A FIXED
      * COLUMN; PROFILE= AND VER= ARE LOCATED PER LINE, AND A LINE
      * WRITTEN BEFORE THE STAMP EXISTED SIMPLY CARRIES NONE.
      * HOUSEKEEPING ROLLS audit.log AWAY, SO THE ROLLED ARCHIVES ARE
      * READ FIRST, OLDEST FIRST AS ls NAMES THEM (THE COMMAND EMBEDS
      * ONLY A FIXED PATTERN), THEN audit.log - THE LAST LINE FOUND
      * IS THE LATEST. ONLY A NAME OF THE EXACT SHAPE HOUSEKEEP ROLLS
      * IS OPENED
           MOVE 'N' TO LOGGED-PROFILE-SWITCH
           MOVE SPACES TO SHELL-COMMAND
           STRING 'ls -1 __inout__/audit-*.log > '
               DELIMITED BY SIZE
               '__inout__/decode.list 2>/dev/null'
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
                                   TO AUDIT-LOG-PATH
                               PERFORM SCAN-ONE-AUDIT-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LIST-FILE
           END-IF

           MOVE '__inout__/audit.log' TO AUDIT-LOG-PATH
           PERFORM SCAN-ONE-AUDIT-LOG.
       SCAN-ONE-AUDIT-LOG SECTION.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS = '00'
               MOVE 'N' TO AUDIT-SCAN-SWITCH
               PERFORM UNTIL AUDIT-SCAN-IS-DONE
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO AUDIT-SCAN-SWITCH
                       NOT AT END
                           PERFORM JUDGE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
       JUDGE-AUDIT-LINE SECTION.
           IF AUDIT-LOG-RECORD(31:6) = ' FILE='
           AND AUDIT-LOG-RECORD(37:40) = WAV-FILENAME
               MOVE 0 TO OUTCOME-LABEL-OFFSET
               INSPECT AUDIT-LOG-RECORD TALLYING OUTCOME-LABEL-OFFSET
                   FOR CHARACTERS BEFORE INITIAL ' OUTCOME='
               MOVE 0 TO PROFILE-LABEL-OFFSET
               INSPECT AUDIT-LOG-RECORD TALLYING PROFILE-LABEL-OFFSET
                   FOR CHARACTERS BEFORE INITIAL ' PROFILE='
               MOVE 0 TO VERSION-LABEL-OFFSET
               INSPECT AUDIT-LOG-RECORD TALLYING VERSION-LABEL-OFFSET
                   FOR CHARACTERS BEFORE INITIAL ' VER='
               IF OUTCOME-LABEL-OFFSET IS LESS THAN 242
               AND PROFILE-LABEL-OFFSET IS LESS THAN 239
               AND VERSION-LABEL-OFFSET IS LESS THAN 252
                   IF AUDIT-LOG-RECORD(OUTCOME-LABEL-OFFSET + 10:6)
                       IS NOT = 'FAILED'
                       MOVE 'Y' TO LOGGED-PROFILE-SWITCH
                       MOVE SPACES TO LOGGED-PROFILE-NAME
                       UNSTRING AUDIT-LOG-RECORD
                           (PROFILE-LABEL-OFFSET + 10:12)
                           DELIMITED BY SPACE
                           INTO LOGGED-PROFILE-NAME
                       MOVE AUDIT-LOG-RECORD
                           (VERSION-LABEL-OFFSET + 6:4)
                           TO LOGGED-PROFILE-VERSION
                   END-IF
               END-IF
           END-IF.
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
       INIT-TRAVERSAL-MODE SECTION.
      * MUST MATCH THE CONVERTING RUN - THE OPERATOR SETS THE SAME
      * AUDITORISE-TRAVERSAL VALUE THE CONVERSION RAN WITH
               WRITE DECODE-REPORT-RECORD
           END-IF.
       WRITE-DIFFERENCE-SUMMARY SECTION.
           MOVE SPACES TO DECODE-REPORT-RECORD
           STRING 'DECODED WITH PROFILE=' DELIMITED BY SIZE
               ACTIVE-PROFILE-NAME DELIMITED BY SPACE
               ' VER=' DELIMITED BY SIZE
               ACTIVE-PROFILE-VERSION DELIMITED BY SIZE
               INTO DECODE-REPORT-RECORD
           WRITE DECODE-REPORT-RECORD

           IF DETAIL-LINES-WRITTEN IS EQUAL TO DETAIL-LINE-LIMIT
               MOVE SPACES TO DECODE-REPORT-RECORD
               MOVE DETAIL-LINE-LIMIT TO REPORT-COUNT-TEXT
