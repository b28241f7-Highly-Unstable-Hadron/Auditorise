      *       MANIFEST-RECORD APPLIES (ID SHAPE, NAME LENGTH AND
      *       CHARACTER SET, OVERRIDE VALIDITY, TRAVERSAL KEYWORD,
      *       DUPLICATE OUTPUTS) - A MANIFEST THIS SCREEN SAVED
      *       LOADS CLEAN. A RECORD MAY ALSO NAME A LIBRARY PROFILE
      *       (FLAG 'P') INSTEAD OF CARRYING ITS OWN OVERRIDE
      *   6 - LIST AND VIEW THE NAMED, VERSIONED MAPPING PROFILES IN
      *       '__inout__/rgbprofiles.dat' AND FILE A NEW VERSION OF
      *       ONE, WITH ITS EFFECTIVE DATE AND THE OPERATOR'S
      *       INITIALS - SEE PROFREC.CPY. A VERSION IS NEVER
      *       CHANGED ONCE FILED. EVERY rgbmap.cfg SAVE ALSO FILES
      *       THE NEXT VERSION OF THE RESERVED PROFILE 'RGBMAP-CFG',
      *       SO THE CFG'S OWN HISTORY IS KEPT THERE TOO
      *   7 - THE OPERATOR ALERT QUEUE IN '__inout__/alerts.dat'
      *       (SEE ALERTREC.CPY): LIST WHAT IS OPEN OR THE WHOLE
      *       HISTORY, AND ACKNOWLEDGE AN ALERT WITH THE OPERATOR'S
      *       INITIALS AND A NOTE OF WHAT WAS DONE. A CRITICAL ALERT
      *       LEFT OPEN IS PAGED OUT BY AUDITORISE-ESCALATE
      * A MAPPING OR MANIFEST IS ONLY EVER WRITTEN AFTER IT
      * VALIDATES, SO A FILE THIS PROGRAM SAVED CANNOT ABORT A
      * CONVERSION RUN.
           SELECT MANIFEST-FILE ASSIGN TO '__inout__/manifest.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT OPTIONAL PROFILE-LIBRARY-FILE
               ASSIGN TO '__inout__/rgbprofiles.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-KEY
               FILE STATUS IS PROFILE-LIBRARY-STATUS.
           SELECT ALERT-FILE ASSIGN TO '__inout__/alerts.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 MANIFEST-RECORD.
           COPY MANREC.

      * ONE VERSION OF ONE NAMED MAPPING PROFILE - SEE PROFREC.CPY
       FD  PROFILE-LIBRARY-FILE.
       01 PROFILE-LIBRARY-RECORD.
           COPY PROFREC.

      * ONE 266-BYTE RECORD PER ALERT - SEE ALERTREC.CPY
       FD  ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 266 CHARACTERS.
       01 ALERT-RECORD.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01 RGB-MAP-STATUS PICTURE X(2) VALUE '00'.
       01 AUDIT-LOG-STATUS PICTURE X(2) VALUE '00'.
       01 CORRECTIONS-STATUS PICTURE X(2) VALUE '00'.
       01 ORIGINAL-IMG-STATUS PICTURE X(2) VALUE '00'.
       01 MANIFEST-STATUS PICTURE X(2) VALUE '00'.
       01 PROFILE-LIBRARY-STATUS PICTURE X(2) VALUE '00'.
       01 ALERT-STATUS PICTURE X(2) VALUE '00'.

       01 MENU-CHOICE PICTURE X(8) VALUE SPACES.
      * A CLOSED CONSOLE FEEDS ENDLESS BLANKS - THREE IN A ROW ENDS
               03 MB-WAV-NAME PICTURE X(40).
               03 MB-RGBMAP-FLAG PICTURE X.
                   88 MB-HAS-OVERRIDE VALUE 'Y'.
                   88 MB-HAS-PROFILE VALUE 'P'.
               03 MB-RGBMAP PICTURE X(19).
               03 MB-PROFILE-REFERENCE REDEFINES MB-RGBMAP.
                   04 MB-PROFILE-NAME PICTURE X(12).
                   04 MB-PROFILE-VERSION PICTURE X(4).
                   04 FILLER PICTURE X(3).
               03 MB-TRAVERSAL PICTURE X(7).
       01 MANIFEST-ENTRY-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 MANIFEST-EDIT-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 MATERIAL-NAME-TABLE.
           02 MATERIAL-NAME OCCURS 999 TIMES PICTURE X(40).

      * PROFILE LIBRARY STATE. A NEW VERSION IS EDITED IN EDIT-
      * MAPPING WITH THE rgbmap.cfg EDITOR'S OWN PROMPTS, SO THE
      * CFG MAPPING IS HELD ASIDE MEANWHILE AND PUT BACK AFTER
       01 HELD-CFG-MAPPING PICTURE X(19).
       01 PROFILE-EDIT-NAME PICTURE X(12).
       01 PROFILE-EFFECTIVE-TEXT PICTURE X(8).
       01 PROFILE-CHANGED-BY-TEXT PICTURE X(8).
       01 PROFILE-VERSION-WORK PICTURE 9(4).
       01 PROFILE-LIST-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 LIBRARY-DONE-SWITCH PICTURE X.
           88 LIBRARY-IS-DONE VALUE 'Y'.
       01 PROFILE-NAME-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-NAME-IS-FILED VALUE 'Y'.
       01 PROFILE-LATEST-VERSION PICTURE 9(4) VALUE 0.
       01 PROFILE-LATEST-MAPPING PICTURE X(19).
      * RESOLVE-MAPPING-PROFILE'S INTERFACE - SAME SHAPE AS THE
      * SECTION OF THE SAME NAME IN AUDITORISE-CORE. THE RUN DATE
      * IS TODAY: A MANIFEST IS JUDGED AS A RUN STARTED NOW WOULD
      * RESOLVE IT
       01 PROFILE-REQUEST-NAME PICTURE X(12).
       01 PROFILE-REQUEST-VERSION PICTURE X(4).
       01 PROFILE-RUN-DATE PICTURE X(8).
       01 PROFILE-FOUND-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-WAS-FOUND VALUE 'Y'.
       01 PROFILE-FOUND-VERSION PICTURE 9(4) VALUE 0.
       01 PROFILE-FOUND-MAPPING PICTURE X(19).
       01 PROFILE-SCAN-SWITCH PICTURE X VALUE 'N'.
           88 PROFILE-SCAN-IS-DONE VALUE 'Y'.

      * ALERT QUEUE STATE. AN ALERT'S NUMBER IS ITS POSITION IN
      * alerts.dat - THE FILE IS ONLY EVER APPENDED TO, SO THE NUMBER
      * STAYS WITH THE ALERT. AN ACKNOWLEDGEMENT REWRITES THAT ONE
      * RECORD IN PLACE, NEVER THE WHOLE FILE, BECAUSE THE JOBS THAT
      * RAISE ALERTS MAY BE APPENDING TO IT MEANWHILE
       01 ALERT-QUEUE-SWITCH PICTURE X.
           88 ALERT-QUEUE-IS-DONE VALUE 'Y'.
       01 ALERT-SCAN-SWITCH PICTURE X.
           88 ALERT-SCAN-IS-DONE VALUE 'Y'.
       01 ALERT-FILTER-SWITCH PICTURE X.
           88 ALERT-LIST-OPEN-ONLY VALUE 'O'.
       01 ALERT-FOUND-SWITCH PICTURE X.
           88 ALERT-WAS-FOUND VALUE 'Y'.
       01 ALERT-NUMBER USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-TARGET-NUMBER USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-NUMBER-TEXT PICTURE 9(6).
       01 ALERT-LIST-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-OPEN-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-CRITICAL-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-ACKED-COUNT USAGE IS BINARY-LONG UNSIGNED.
       01 ALERT-ACK-BY-TEXT PICTURE X(8).
       01 ALERT-ACK-NOTE-TEXT PICTURE X(60).
       01 ALERT-NOTE-REPLY PICTURE X(80).

       PROCEDURE DIVISION.
           DISPLAY 'AUDITORISE MAINTENANCE CONSOLE'
           ACCEPT PROFILE-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CURRENT-MAPPING
           PERFORM UNTIL SESSION-IS-OVER
               PERFORM SHOW-MENU
           DISPLAY '3 = BROWSE AUDIT LOG'
           DISPLAY '4 = REVIEW REJECTS AND RECORD CORRECTIONS'
           DISPLAY '5 = MANIFEST BUILDER'
           DISPLAY '6 = MAPPING PROFILE LIBRARY'
           DISPLAY '7 = ALERT QUEUE'
           DISPLAY '0 = EXIT'
           DISPLAY 'CHOICE: '
           MOVE SPACES TO MENU-CHOICE
                       PERFORM REVIEW-REJECTS-SCREEN
                   WHEN '5'
                       PERFORM MANIFEST-BUILDER-SCREEN
                   WHEN '6'
                       PERFORM PROFILE-LIBRARY-SCREEN
                   WHEN '7'
                       PERFORM ALERT-QUEUE-SCREEN
                   WHEN '0'
                   WHEN '9'
                       MOVE 'N' TO SESSION-SWITCH
                   WHEN OTHER
                       DISPLAY 'PLEASE ANSWER 1, 2, 3, 4, 5, 6, 7 OR 0'
               END-EVALUATE
           END-IF.
       LOAD-CURRENT-MAPPING SECTION.
           PERFORM SHOW-CURRENT-MAPPING
           DISPLAY ' '
           DISPLAY 'ENTER NEW VALUES - BLANK KEEPS THE CURRENT ONE'
           PERFORM PROMPT-MAPPING-FIELDS

           PERFORM SHOW-CURRENT-MAPPING
           DISPLAY ' '
           DISPLAY 'WRITE THIS MAPPING TO __inout__/rgbmap.cfg '
               '(Y/N)?'
           MOVE SPACES TO OPERATOR-REPLY
           ACCEPT OPERATOR-REPLY FROM STDIN
           IF OPERATOR-REPLY = 'Y' OR OPERATOR-REPLY = 'y'
               PERFORM WRITE-MAPPING-FILE
           ELSE
               DISPLAY 'NOT SAVED - THE FILE ON DISK IS UNCHANGED'
           END-IF.
       PROMPT-MAPPING-FIELDS SECTION.
      * EVERY FIELD OF EDIT-MAPPING IN TURN - SHARED BY THE
      * rgbmap.cfg EDITOR AND THE PROFILE LIBRARY'S NEW-VERSION
      * ENTRY, SO THE TWO CAN NEVER JUDGE A MAPPING DIFFERENTLY
           DISPLAY 'CHANNEL SELECTORS: 1 = RED, 2 = GREEN, 3 = BLUE'

           MOVE 'AMPLITUDE CHANNEL' TO FIELD-PROMPT-TEXT
           MOVE 1 TO FIELD-MINIMUM
           MOVE 255 TO FIELD-MAXIMUM
           PERFORM PROMPT-FOR-FIELD
           MOVE FIELD-VALUE-WORK TO EDIT-BAND-RANGE.
       PROMPT-FOR-FIELD SECTION.
      * ONE FIELD: SHOW THE CURRENT VALUE, TAKE A REPLY, KEEP ASKING
      * UNTIL THE ANSWER IS BLANK (KEEP) OR A NUMBER INSIDE THE
                   WRITE RGB-MAP-RECORD
                   IF RGB-MAP-STATUS = '00'
                       DISPLAY 'SAVED __inout__/rgbmap.cfg'
      *                AND INTO THE LIBRARY AS THE CFG'S NEXT
      *                VERSION - THE AUDIT LINES OF EVERY RUN THAT
      *                USES IT WILL NAME THAT VERSION
                       MOVE 'RGBMAP-CFG' TO PROFILE-EDIT-NAME
                       MOVE PROFILE-RUN-DATE TO PROFILE-EFFECTIVE-TEXT
                       PERFORM PROMPT-CHANGED-BY
                       PERFORM FILE-PROFILE-VERSION
                   ELSE
                       DISPLAY 'WRITE FAILED (STATUS '
                           RGB-MAP-STATUS ') - THE FILE MAY BE '
                           ' TRAV='
                           MB-TRAVERSAL(MANIFEST-ENTRY-INDEX)
                   END-IF
                   IF MB-HAS-PROFILE(MANIFEST-ENTRY-INDEX)
                       DISPLAY '    PROFILE='
                           MB-PROFILE-NAME(MANIFEST-ENTRY-INDEX)
                           ' VER='
                           MB-PROFILE-VERSION(MANIFEST-ENTRY-INDEX)
                   END-IF
                   ADD 1 TO PAGE-LINE-COUNT
                   IF PAGE-LINE-COUNT IS NOT LESS THAN page-length
                       MOVE 0 TO PAGE-LINE-COUNT
           PERFORM UNTIL ENTRY-FIELD-IS-OK
               DISPLAY 'RGBMAP OVERRIDE ['
                   MB-RGBMAP-FLAG(MANIFEST-EDIT-INDEX) '] '
                   '(Y = EDIT VALUES, P = LIBRARY PROFILE, N OR - = '
                   'NONE, BLANK = KEEP): '
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               EVALUATE TRUE
                       MOVE OVERRIDE-MAPPING TO
                           MB-RGBMAP(MANIFEST-EDIT-INDEX)
                       MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
                   WHEN OPERATOR-REPLY = 'P'
                   OR OPERATOR-REPLY = 'p'
                       PERFORM PROMPT-MANIFEST-PROFILE
                       MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
                   WHEN OTHER
                       DISPLAY 'PLEASE ANSWER Y, P, N, - OR BLANK'
               END-EVALUATE
           END-PERFORM.
       PROMPT-MANIFEST-PROFILE SECTION.
      * A PROFILE REFERENCE IS ONLY TAKEN IF THE LIBRARY RESOLVES IT
      * TODAY - A NAME THE LOAD CANNOT FIND ABORTS THE RUN (RETURN
      * CODE 28). A BLANK VERSION LEAVES THE CHOICE TO THE RUN DATE
           PERFORM PROMPT-PROFILE-NAME
           IF PROFILE-EDIT-NAME = SPACES
               DISPLAY 'OVERRIDE NOT CHANGED'
           ELSE
               PERFORM PROMPT-PROFILE-VERSION
               MOVE PROFILE-EDIT-NAME TO PROFILE-REQUEST-NAME
               PERFORM RESOLVE-MAPPING-PROFILE
               IF NOT PROFILE-WAS-FOUND
                   DISPLAY 'THE LIBRARY HOLDS NO SUCH PROFILE '
                       'VERSION - OVERRIDE NOT CHANGED'
               ELSE
                   MOVE 'P' TO MB-RGBMAP-FLAG(MANIFEST-EDIT-INDEX)
                   MOVE SPACES TO MB-RGBMAP(MANIFEST-EDIT-INDEX)
                   MOVE PROFILE-EDIT-NAME
                       TO MB-PROFILE-NAME(MANIFEST-EDIT-INDEX)
                   MOVE PROFILE-REQUEST-VERSION
                       TO MB-PROFILE-VERSION(MANIFEST-EDIT-INDEX)
                   DISPLAY 'PROFILE ' PROFILE-EDIT-NAME
                       ' RESOLVES TO VERSION ' PROFILE-FOUND-VERSION
                       ' TODAY'
               END-IF
           END-IF.
       ENTER-OVERRIDE-MAPPING SECTION.
      * SAME FIELDS, BOUNDS AND PROMPT MACHINERY AS THE rgbmap.cfg
      * EDITOR - AN OVERRIDE ENTERED HERE CANNOT FAIL THE LOAD'S
                   END-IF
               END-IF
               IF MB-RGBMAP-FLAG(MANIFEST-ENTRY-INDEX) IS NOT = 'Y'
               AND MB-RGBMAP-FLAG(MANIFEST-ENTRY-INDEX) IS NOT
                   = 'P'
               AND MB-RGBMAP-FLAG(MANIFEST-ENTRY-INDEX) IS NOT
                   = 'N'
               AND MB-RGBMAP-FLAG(MANIFEST-ENTRY-INDEX) IS NOT
                       MOVE 'N' TO MANIFEST-VALID-SWITCH
                   END-IF
               END-IF
               IF MB-HAS-PROFILE(MANIFEST-ENTRY-INDEX)
                   MOVE MB-PROFILE-NAME(MANIFEST-ENTRY-INDEX)
                       TO PROFILE-REQUEST-NAME
                   MOVE MB-PROFILE-VERSION(MANIFEST-ENTRY-INDEX)
                       TO PROFILE-REQUEST-VERSION
                   PERFORM RESOLVE-MAPPING-PROFILE
                   IF NOT PROFILE-WAS-FOUND
                       DISPLAY 'RECORD ' MANIFEST-ENTRY-INDEX
                           ' NAMES A PROFILE THE LIBRARY CANNOT '
                           'RESOLVE'
                       MOVE 'N' TO MANIFEST-VALID-SWITCH
                   ELSE
                       MOVE PROFILE-FOUND-MAPPING TO OVERRIDE-MAPPING
                       IF OVR-BAND-RANGE IS ZERO
                       OR OVR-AMPLITUDE-CHANNEL IS LESS THAN 1
                       OR OVR-AMPLITUDE-CHANNEL IS GREATER THAN 3
                       OR OVR-MODULATION-CHANNEL IS LESS THAN 1
                       OR OVR-MODULATION-CHANNEL IS GREATER THAN 3
                       OR OVR-GROUP-LENGTH-CHANNEL IS LESS THAN 1
                       OR OVR-GROUP-LENGTH-CHANNEL IS GREATER THAN 3
                           DISPLAY 'RECORD ' MANIFEST-ENTRY-INDEX
                               ' NAMES A PROFILE WITH AN INVALID '
                               'MAPPING'
                           MOVE 'N' TO MANIFEST-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF

      *        JUDGE THE NAMES THAT WOULD ACTUALLY LAND ON DISK -
      *        A BLANK NAME IS ITS SLOT'S NUMBERED FALLBACK
               DISPLAY 'SAVED __inout__/manifest.dat - '
                   MANIFEST-IMAGE-COUNT ' RECORD(S)'
           END-IF.
       PROFILE-LIBRARY-SCREEN SECTION.
      * LIST, VIEW AND ADD TO THE MAPPING LIBRARY. THERE IS NO EDIT
      * AND NO DELETE: A CHANGE IS FILED AS THE PROFILE'S NEXT
      * VERSION, SO EVERY MAPPING AN AUDIT LINE EVER NAMED STAYS
      * RECOVERABLE
           MOVE 'N' TO LIBRARY-DONE-SWITCH
           PERFORM UNTIL LIBRARY-IS-DONE
               DISPLAY 'L = LIST, V = VIEW, A = ADD A VERSION, '
                   'X = BACK: '
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               EVALUATE TRUE
                   WHEN OPERATOR-REPLY = 'L'
                   OR OPERATOR-REPLY = 'l'
                       PERFORM LIST-PROFILE-LIBRARY
                   WHEN OPERATOR-REPLY = 'V'
                   OR OPERATOR-REPLY = 'v'
                       PERFORM VIEW-PROFILE-VERSION
                   WHEN OPERATOR-REPLY = 'A'
                   OR OPERATOR-REPLY = 'a'
                       PERFORM ADD-PROFILE-VERSION
                   WHEN OPERATOR-REPLY = 'X'
                   OR OPERATOR-REPLY = 'x'
                       MOVE 'Y' TO LIBRARY-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY 'PLEASE ANSWER L, V, A OR X'
               END-EVALUATE
           END-PERFORM.
       LIST-PROFILE-LIBRARY SECTION.
      * EVERY VERSION OF EVERY PROFILE IN KEY ORDER - NAME, THEN
      * VERSION - SO EACH PROFILE'S HISTORY READS TOP TO BOTTOM
           MOVE 0 TO PROFILE-LIST-COUNT
           OPEN INPUT PROFILE-LIBRARY-FILE
           IF PROFILE-LIBRARY-STATUS = '00'
               MOVE 0 TO PAGE-LINE-COUNT
               MOVE 'N' TO PAGING-STOPPED-SWITCH
               MOVE 'N' TO PROFILE-SCAN-SWITCH
               PERFORM UNTIL PROFILE-SCAN-IS-DONE
               OR PAGING-WAS-STOPPED
                   READ PROFILE-LIBRARY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO PROFILE-SCAN-SWITCH
                       NOT AT END
                           ADD 1 TO PROFILE-LIST-COUNT
                           DISPLAY PROF-NAME ' VER=' PROF-VERSION
                               ' EFFECTIVE=' PROF-EFFECTIVE-DATE
                               ' BY=' PROF-CHANGED-BY
                               ' ON=' PROF-CHANGED-DATE
                           ADD 1 TO PAGE-LINE-COUNT
                           IF PAGE-LINE-COUNT IS NOT LESS THAN
                               page-length
                               MOVE 0 TO PAGE-LINE-COUNT
                               DISPLAY '-- ENTER FOR MORE, X TO '
                                   'STOP --'
                               MOVE SPACES TO OPERATOR-REPLY
                               ACCEPT OPERATOR-REPLY FROM STDIN
                               IF OPERATOR-REPLY = 'X'
                               OR OPERATOR-REPLY = 'x'
                                   MOVE 'Y' TO PAGING-STOPPED-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-LIBRARY-FILE
           END-IF
           IF PROFILE-LIST-COUNT IS ZERO
               DISPLAY 'THE PROFILE LIBRARY IS EMPTY'
           END-IF.
       VIEW-PROFILE-VERSION SECTION.
      * ONE VERSION'S MAPPING, SHOWN WITH THE MAPPING EDITOR'S OWN
      * LAYOUT. A BLANK VERSION SHOWS THE ONE A RUN STARTED TODAY
      * WOULD RESOLVE
           PERFORM PROMPT-PROFILE-NAME
           IF PROFILE-EDIT-NAME IS NOT = SPACES
               PERFORM PROMPT-PROFILE-VERSION
               MOVE PROFILE-EDIT-NAME TO PROFILE-REQUEST-NAME
               PERFORM RESOLVE-MAPPING-PROFILE
               IF NOT PROFILE-WAS-FOUND
                   DISPLAY 'THE LIBRARY HOLDS NO SUCH PROFILE VERSION'
               ELSE
                   DISPLAY ' '
                   DISPLAY 'PROFILE ' PROFILE-EDIT-NAME ' VERSION '
                       PROFILE-FOUND-VERSION
                   MOVE EDIT-MAPPING TO HELD-CFG-MAPPING
                   MOVE PROFILE-FOUND-MAPPING TO EDIT-MAPPING
                   PERFORM SHOW-CURRENT-MAPPING
                   MOVE HELD-CFG-MAPPING TO EDIT-MAPPING
               END-IF
           END-IF.
       ADD-PROFILE-VERSION SECTION.
      * THE NEW VERSION STARTS FROM THE PROFILE'S LATEST ONE (A NEW
      * PROFILE FROM THE CURRENT rgbmap.cfg MAPPING), IS EDITED
      * FIELD BY FIELD, AND IS ONLY FILED ONCE IT VALIDATES AND THE
      * OPERATOR CONFIRMS. THE RESERVED NAMES ARE THE AUDIT STAMPS
      * FOR THE COMPILED-IN DEFAULTS, A MANIFEST'S INLINE OVERRIDE
      * AND THE CFG ITSELF - NONE IS FILED FROM HERE
           PERFORM PROMPT-PROFILE-NAME
           EVALUATE PROFILE-EDIT-NAME
               WHEN SPACES
                   DISPLAY 'ADD CANCELLED'
               WHEN 'DEFAULT'
               WHEN 'INLINE'
               WHEN 'RGBMAP-CFG'
                   DISPLAY PROFILE-EDIT-NAME ' IS A RESERVED NAME - '
                       'rgbmap.cfg VERSIONS ARE FILED BY OPTION 2'
               WHEN OTHER
                   MOVE EDIT-MAPPING TO HELD-CFG-MAPPING
                   PERFORM FIND-LATEST-PROFILE
                   IF PROFILE-NAME-IS-FILED
                       MOVE PROFILE-LATEST-MAPPING TO EDIT-MAPPING
                       DISPLAY 'STARTING FROM VERSION '
                           PROFILE-LATEST-VERSION
                   ELSE
                       DISPLAY 'NEW PROFILE - STARTING FROM THE '
                           'CURRENT rgbmap.cfg MAPPING'
                   END-IF
                   PERFORM SHOW-CURRENT-MAPPING
                   DISPLAY ' '
                   DISPLAY 'ENTER NEW VALUES - BLANK KEEPS THE '
                       'CURRENT ONE'
                   PERFORM PROMPT-MAPPING-FIELDS
                   PERFORM PROMPT-EFFECTIVE-DATE
                   PERFORM SHOW-CURRENT-MAPPING
                   DISPLAY ' '
                   DISPLAY 'FILE THIS AS THE NEXT VERSION OF '
                       PROFILE-EDIT-NAME ', EFFECTIVE '
                       PROFILE-EFFECTIVE-TEXT ' (Y/N)?'
                   MOVE SPACES TO OPERATOR-REPLY
                   ACCEPT OPERATOR-REPLY FROM STDIN
                   IF OPERATOR-REPLY = 'Y' OR OPERATOR-REPLY = 'y'
                       IF EDIT-BAND-RANGE IS ZERO
                       OR EDIT-AMPLITUDE-CHANNEL IS LESS THAN 1
                       OR EDIT-AMPLITUDE-CHANNEL IS GREATER THAN 3
                       OR EDIT-MODULATION-CHANNEL IS LESS THAN 1
                       OR EDIT-MODULATION-CHANNEL IS GREATER THAN 3
                       OR EDIT-GROUP-LENGTH-CHANNEL IS LESS THAN 1
                       OR EDIT-GROUP-LENGTH-CHANNEL IS GREATER THAN 3
                           DISPLAY 'MAPPING FAILED VALIDATION - NOT '
                               'FILED'
                       ELSE
                           PERFORM PROMPT-CHANGED-BY
                           PERFORM FILE-PROFILE-VERSION
                       END-IF
                   ELSE
                       DISPLAY 'NOT FILED - THE LIBRARY IS UNCHANGED'
                   END-IF
                   MOVE HELD-CFG-MAPPING TO EDIT-MAPPING
           END-EVALUATE.
       PROMPT-PROFILE-NAME SECTION.
      * A SINGLE TOKEN OF AT MOST 12 CHARACTERS, FOLDED TO UPPER
      * CASE. BLANK CANCELS (PROFILE-EDIT-NAME COMES BACK BLANK)
           MOVE SPACES TO PROFILE-EDIT-NAME
           MOVE 'N' TO ENTRY-FIELD-OK-SWITCH
           PERFORM UNTIL ENTRY-FIELD-IS-OK
               DISPLAY 'PROFILE NAME (BLANK = CANCEL): '
               MOVE SPACES TO TEXT-REPLY-WORK
               ACCEPT TEXT-REPLY-WORK FROM STDIN
               INSPECT TEXT-REPLY-WORK CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF TEXT-REPLY-WORK = SPACES
                   MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
               ELSE
                   IF TEXT-REPLY-WORK(13:) IS NOT = SPACES
                       DISPLAY 'A PROFILE NAME IS AT MOST 12 '
                           'CHARACTERS'
                   ELSE
                       MOVE SPACES TO MB-ID-TOKEN-WORK
                       MOVE SPACES TO MB-ID-TAIL-WORK
                       UNSTRING TEXT-REPLY-WORK(1:12)
                           DELIMITED BY ALL SPACE
                           INTO MB-ID-TOKEN-WORK MB-ID-TAIL-WORK
                       IF MB-ID-TAIL-WORK IS NOT = SPACES
                           DISPLAY 'A PROFILE NAME CANNOT CONTAIN '
                               'A SPACE'
                       ELSE
                           MOVE MB-ID-TOKEN-WORK TO PROFILE-EDIT-NAME
                           MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       PROMPT-PROFILE-VERSION SECTION.
      * BLANK = THE VERSION IN EFFECT ON THE RUN DATE, ELSE A PINNED
      * VERSION NUMBER 1 TO 9999 (INTO PROFILE-REQUEST-VERSION)
           MOVE SPACES TO PROFILE-REQUEST-VERSION
           MOVE 'N' TO ENTRY-FIELD-OK-SWITCH
           PERFORM UNTIL ENTRY-FIELD-IS-OK
               DISPLAY 'VERSION (BLANK = THE ONE IN EFFECT ON THE '
                   'RUN DATE): '
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               IF OPERATOR-REPLY = SPACES
                   MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
               ELSE
                   MOVE 0 TO DECIMAL-POINT-TALLY
                   INSPECT OPERATOR-REPLY TALLYING
                       DECIMAL-POINT-TALLY FOR ALL '.'
                   IF DECIMAL-POINT-TALLY IS ZERO
                   AND FUNCTION TEST-NUMVAL(OPERATOR-REPLY) IS ZERO
                   AND FUNCTION NUMVAL(OPERATOR-REPLY) IS NOT LESS
                       THAN 1
                   AND FUNCTION NUMVAL(OPERATOR-REPLY) IS NOT
                       GREATER THAN 9999
                       MOVE FUNCTION NUMVAL(OPERATOR-REPLY)
                           TO PROFILE-VERSION-WORK
                       MOVE PROFILE-VERSION-WORK
                           TO PROFILE-REQUEST-VERSION
                       MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
                   ELSE
                       DISPLAY 'PLEASE ENTER A WHOLE NUMBER FROM 1 '
                           'TO 9999 (OR BLANK)'
                   END-IF
               END-IF
           END-PERFORM.
       PROMPT-EFFECTIVE-DATE SECTION.
      * THE FIRST RUN DATE THE NEW VERSION APPLIES TO. UNTIL THEN A
      * RUN NAMING THE PROFILE BARE KEEPS RESOLVING THE VERSION
      * BEFORE IT - SO A MAPPING CAN BE FILED AHEAD OF ITS CUT-OVER
           MOVE PROFILE-RUN-DATE TO PROFILE-EFFECTIVE-TEXT
           MOVE 'N' TO ENTRY-FIELD-OK-SWITCH
           PERFORM UNTIL ENTRY-FIELD-IS-OK
               DISPLAY 'EFFECTIVE DATE YYYYMMDD ['
                   PROFILE-EFFECTIVE-TEXT '] (BLANK = KEEP): '
               MOVE SPACES TO TEXT-REPLY-WORK
               ACCEPT TEXT-REPLY-WORK FROM STDIN
               IF TEXT-REPLY-WORK = SPACES
                   MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
               ELSE
                   IF TEXT-REPLY-WORK(9:) = SPACES
                   AND TEXT-REPLY-WORK(1:8) IS NUMERIC
                   AND TEXT-REPLY-WORK(5:2) IS NOT LESS THAN '01'
                   AND TEXT-REPLY-WORK(5:2) IS NOT GREATER THAN '12'
                   AND TEXT-REPLY-WORK(7:2) IS NOT LESS THAN '01'
                   AND TEXT-REPLY-WORK(7:2) IS NOT GREATER THAN '31'
                       MOVE TEXT-REPLY-WORK(1:8)
                           TO PROFILE-EFFECTIVE-TEXT
                       MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
                   ELSE
                       DISPLAY 'PLEASE ENTER THE DATE AS YYYYMMDD'
                   END-IF
               END-IF
           END-PERFORM.
       PROMPT-CHANGED-BY SECTION.
      * WHO FILED THE VERSION - KEPT WITH IT FOR GOOD
           DISPLAY 'CHANGED BY (INITIALS): '
           MOVE SPACES TO OPERATOR-REPLY
           ACCEPT OPERATOR-REPLY FROM STDIN
           INSPECT OPERATOR-REPLY CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE OPERATOR-REPLY(1:8) TO PROFILE-CHANGED-BY-TEXT
           IF PROFILE-CHANGED-BY-TEXT = SPACES
               MOVE 'UNKNOWN' TO PROFILE-CHANGED-BY-TEXT
           END-IF.
       FIND-LATEST-PROFILE SECTION.
      * THE HIGHEST VERSION ON FILE FOR PROFILE-EDIT-NAME, WHATEVER
      * ITS EFFECTIVE DATE - THE NEXT VERSION IS FILED ONE ABOVE IT
           MOVE 'N' TO PROFILE-NAME-SWITCH
           MOVE 0 TO PROFILE-LATEST-VERSION
           MOVE SPACES TO PROFILE-LATEST-MAPPING
           OPEN INPUT PROFILE-LIBRARY-FILE
           IF PROFILE-LIBRARY-STATUS = '00'
               MOVE PROFILE-EDIT-NAME TO PROF-NAME
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
                           IF PROF-NAME IS NOT = PROFILE-EDIT-NAME
                               MOVE 'Y' TO PROFILE-SCAN-SWITCH
                           ELSE
                               MOVE 'Y' TO PROFILE-NAME-SWITCH
                               MOVE PROF-VERSION
                                   TO PROFILE-LATEST-VERSION
                               MOVE PROF-MAPPING
                                   TO PROFILE-LATEST-MAPPING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-LIBRARY-FILE
           END-IF.
       FILE-PROFILE-VERSION SECTION.
      * EDIT-MAPPING AS THE NEXT VERSION OF PROFILE-EDIT-NAME. A
      * WRITE, NEVER A REWRITE - A VERSION ONCE FILED IS HISTORY
           PERFORM FIND-LATEST-PROFILE
           IF PROFILE-LATEST-VERSION IS NOT LESS THAN 9999
               DISPLAY 'PROFILE ' PROFILE-EDIT-NAME ' HAS REACHED '
                   'VERSION 9999 - NOT FILED'
           ELSE
               OPEN I-O PROFILE-LIBRARY-FILE
               IF PROFILE-LIBRARY-STATUS IS NOT = '00'
               AND PROFILE-LIBRARY-STATUS IS NOT = '05'
                   DISPLAY 'CANNOT OPEN __inout__/rgbprofiles.dat '
                       '(STATUS ' PROFILE-LIBRARY-STATUS ') - NOT '
                       'FILED'
               ELSE
                   MOVE SPACES TO PROFILE-LIBRARY-RECORD
                   MOVE PROFILE-EDIT-NAME TO PROF-NAME
                   ADD 1 TO PROFILE-LATEST-VERSION
                       GIVING PROF-VERSION
                   MOVE PROFILE-EFFECTIVE-TEXT TO PROF-EFFECTIVE-DATE
                   MOVE PROFILE-CHANGED-BY-TEXT TO PROF-CHANGED-BY
                   MOVE PROFILE-RUN-DATE TO PROF-CHANGED-DATE
                   MOVE EDIT-MAPPING TO PROF-MAPPING
                   WRITE PROFILE-LIBRARY-RECORD
                       INVALID KEY
                           DISPLAY 'WRITE FAILED (STATUS '
                               PROFILE-LIBRARY-STATUS ') - NOT FILED'
                       NOT INVALID KEY
                           DISPLAY 'FILED PROFILE ' PROF-NAME
                               ' VERSION ' PROF-VERSION
                               ' EFFECTIVE ' PROF-EFFECTIVE-DATE
                   END-WRITE
                   CLOSE PROFILE-LIBRARY-FILE
               END-IF
           END-IF.
       ALERT-QUEUE-SCREEN SECTION.
      * OPENS ON WHAT IS STILL OPEN - THE QUESTION THE OPERATOR CAME
      * HERE TO ANSWER. THERE IS NO DELETE: AN ACKNOWLEDGED ALERT
      * STAYS IN THE HISTORY WITH WHO DEALT WITH IT AND HOW
           MOVE 'O' TO ALERT-FILTER-SWITCH
           PERFORM LIST-ALERT-QUEUE
           MOVE 'N' TO ALERT-QUEUE-SWITCH
           PERFORM UNTIL ALERT-QUEUE-IS-DONE
               DISPLAY 'O = LIST OPEN, H = LIST ALL (HISTORY), '
                   'A = ACKNOWLEDGE, X = BACK: '
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               EVALUATE TRUE
                   WHEN OPERATOR-REPLY = 'O'
                   OR OPERATOR-REPLY = 'o'
                       MOVE 'O' TO ALERT-FILTER-SWITCH
                       PERFORM LIST-ALERT-QUEUE
                   WHEN OPERATOR-REPLY = 'H'
                   OR OPERATOR-REPLY = 'h'
                       MOVE 'H' TO ALERT-FILTER-SWITCH
                       PERFORM LIST-ALERT-QUEUE
                   WHEN OPERATOR-REPLY = 'A'
                   OR OPERATOR-REPLY = 'a'
                       PERFORM ACKNOWLEDGE-ALERT
                   WHEN OPERATOR-REPLY = 'X'
                   OR OPERATOR-REPLY = 'x'
                       MOVE 'Y' TO ALERT-QUEUE-SWITCH
                   WHEN OTHER
                       DISPLAY 'PLEASE ANSWER O, H, A OR X'
               END-EVALUATE
           END-PERFORM.
       LIST-ALERT-QUEUE SECTION.
      * EVERY ALERT IN RAISED ORDER, OR ONLY THE OPEN ONES. X AT THE
      * PAGE PROMPT STOPS THE DISPLAY BUT NOT THE COUNT - THE CLOSING
      * TOTALS ALWAYS COVER THE WHOLE FILE
           MOVE 0 TO ALERT-NUMBER
           MOVE 0 TO ALERT-LIST-COUNT
           MOVE 0 TO ALERT-OPEN-COUNT
           MOVE 0 TO ALERT-CRITICAL-COUNT
           MOVE 0 TO ALERT-ACKED-COUNT
           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS NOT = '00'
               DISPLAY 'NO ALERTS HAVE BEEN RAISED '
                   '(__inout__/alerts.dat STATUS ' ALERT-STATUS ')'
               EXIT SECTION
           END-IF
           DISPLAY ' '
           MOVE 0 TO PAGE-LINE-COUNT
           MOVE 'N' TO PAGING-STOPPED-SWITCH
           MOVE 'N' TO ALERT-SCAN-SWITCH
           PERFORM UNTIL ALERT-SCAN-IS-DONE
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO ALERT-SCAN-SWITCH
                   NOT AT END
                       ADD 1 TO ALERT-NUMBER
                       IF AL-IS-OPEN
                           ADD 1 TO ALERT-OPEN-COUNT
                           IF AL-IS-CRITICAL
                               ADD 1 TO ALERT-CRITICAL-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO ALERT-ACKED-COUNT
                       END-IF
                       IF (AL-IS-OPEN OR NOT ALERT-LIST-OPEN-ONLY)
                       AND NOT PAGING-WAS-STOPPED
                           ADD 1 TO ALERT-LIST-COUNT
                           PERFORM SHOW-ONE-ALERT
                           ADD 1 TO PAGE-LINE-COUNT
                           IF PAGE-LINE-COUNT IS NOT LESS THAN
                               page-length
                               MOVE 0 TO PAGE-LINE-COUNT
                               DISPLAY '-- ENTER FOR MORE, X TO '
                                   'STOP --'
                               MOVE SPACES TO OPERATOR-REPLY
                               ACCEPT OPERATOR-REPLY FROM STDIN
                               IF OPERATOR-REPLY = 'X'
                               OR OPERATOR-REPLY = 'x'
                                   MOVE 'Y' TO PAGING-STOPPED-SWITCH
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           IF ALERT-LIST-COUNT IS ZERO AND NOT PAGING-WAS-STOPPED
               IF ALERT-LIST-OPEN-ONLY
                   DISPLAY 'NO OPEN ALERTS'
               ELSE
                   DISPLAY 'NO ALERTS HAVE BEEN RAISED'
               END-IF
           END-IF
           DISPLAY ALERT-OPEN-COUNT ' OPEN (' ALERT-CRITICAL-COUNT
               ' CRITICAL), ' ALERT-ACKED-COUNT ' ACKNOWLEDGED'.
       SHOW-ONE-ALERT SECTION.
      * THE ALERT AT HAND, NUMBERED BY ALERT-NUMBER: WHAT AND WHERE
      * ON THE FIRST LINE, THE MESSAGE UNDER IT, THEN WHATEVER HAS
      * HAPPENED TO IT SINCE
           MOVE ALERT-NUMBER TO ALERT-NUMBER-TEXT
           DISPLAY ALERT-NUMBER-TEXT ' ' AL-SEVERITY ' '
               AL-RAISED-DATE ' ' AL-RAISED-TIME(1:4) ' '
               AL-SOURCE ' ' AL-SUBJECT
           DISPLAY '       ' AL-MESSAGE
           IF AL-IS-ACKNOWLEDGED
               DISPLAY '       ACKNOWLEDGED BY ' AL-ACK-BY ' '
                   AL-ACK-DATE ' ' AL-ACK-TIME(1:4) ': ' AL-ACK-NOTE
           END-IF
           IF AL-IS-ESCALATED
               DISPLAY '       PAGED OUT ' AL-ESCALATED-DATE ' '
                   AL-ESCALATED-TIME(1:4)
           END-IF.
       ACKNOWLEDGE-ALERT SECTION.
      * THE ALERT IS FOUND AND SHOWN, THE FILE CLOSED WHILE THE
      * OPERATOR ANSWERS, THEN FOUND AGAIN AND REWRITTEN ONLY IF IT
      * IS STILL OPEN - SOMEONE ELSE MAY HAVE ACKNOWLEDGED IT FIRST.
      * INITIALS AND A NOTE ARE BOTH REQUIRED; BLANK CANCELS
           DISPLAY 'ALERT NUMBER TO ACKNOWLEDGE (BLANK = CANCEL): '
           MOVE SPACES TO OPERATOR-REPLY
           ACCEPT OPERATOR-REPLY FROM STDIN
           IF OPERATOR-REPLY = SPACES
               DISPLAY 'ACKNOWLEDGE CANCELLED'
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(OPERATOR-REPLY) IS NOT ZERO
               DISPLAY 'PLEASE ENTER THE NUMBER SHOWN IN THE LIST'
               EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(OPERATOR-REPLY) IS LESS THAN 1
           OR FUNCTION NUMVAL(OPERATOR-REPLY) IS GREATER THAN 999999
               DISPLAY 'PLEASE ENTER THE NUMBER SHOWN IN THE LIST'
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(OPERATOR-REPLY) TO ALERT-TARGET-NUMBER

           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS NOT = '00'
               DISPLAY 'NO ALERTS HAVE BEEN RAISED '
                   '(__inout__/alerts.dat STATUS ' ALERT-STATUS ')'
               EXIT SECTION
           END-IF
           PERFORM FIND-NUMBERED-ALERT
           CLOSE ALERT-FILE
           MOVE ALERT-TARGET-NUMBER TO ALERT-NUMBER-TEXT
           IF NOT ALERT-WAS-FOUND
               DISPLAY 'THERE IS NO ALERT ' ALERT-NUMBER-TEXT
               EXIT SECTION
           END-IF
           IF NOT AL-IS-OPEN
               DISPLAY 'ALERT ' ALERT-NUMBER-TEXT ' WAS ALREADY '
                   'ACKNOWLEDGED BY ' AL-ACK-BY ' ON ' AL-ACK-DATE
               EXIT SECTION
           END-IF
           DISPLAY ' '
           PERFORM SHOW-ONE-ALERT

           DISPLAY 'ACKNOWLEDGED BY (INITIALS, BLANK = CANCEL): '
           MOVE SPACES TO OPERATOR-REPLY
           ACCEPT OPERATOR-REPLY FROM STDIN
           INSPECT OPERATOR-REPLY CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE OPERATOR-REPLY(1:8) TO ALERT-ACK-BY-TEXT
           IF ALERT-ACK-BY-TEXT = SPACES
               DISPLAY 'ACKNOWLEDGE CANCELLED'
               EXIT SECTION
           END-IF

           MOVE 'N' TO ENTRY-FIELD-OK-SWITCH
           PERFORM UNTIL ENTRY-FIELD-IS-OK
               DISPLAY 'NOTE - WHAT WAS DONE (UP TO 60 CHARACTERS, '
                   'BLANK = CANCEL): '
               MOVE SPACES TO ALERT-NOTE-REPLY
               ACCEPT ALERT-NOTE-REPLY FROM STDIN
               IF ALERT-NOTE-REPLY(61:) = SPACES
                   MOVE ALERT-NOTE-REPLY(1:60) TO ALERT-ACK-NOTE-TEXT
                   MOVE 'Y' TO ENTRY-FIELD-OK-SWITCH
               ELSE
                   DISPLAY 'THE NOTE IS LONGER THAN 60 CHARACTERS'
               END-IF
           END-PERFORM
           IF ALERT-ACK-NOTE-TEXT = SPACES
               DISPLAY 'ACKNOWLEDGE CANCELLED'
               EXIT SECTION
           END-IF

           DISPLAY 'ACKNOWLEDGE ALERT ' ALERT-NUMBER-TEXT ' AS '
               ALERT-ACK-BY-TEXT ' (Y/N)?'
           MOVE SPACES TO OPERATOR-REPLY
           ACCEPT OPERATOR-REPLY FROM STDIN
           IF OPERATOR-REPLY IS NOT = 'Y'
           AND OPERATOR-REPLY IS NOT = 'y'
               DISPLAY 'NOT ACKNOWLEDGED - THE ALERT IS STILL OPEN'
               EXIT SECTION
           END-IF

           OPEN I-O ALERT-FILE
           IF ALERT-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN __inout__/alerts.dat (STATUS '
                   ALERT-STATUS ') - NOT ACKNOWLEDGED'
               EXIT SECTION
           END-IF
           PERFORM FIND-NUMBERED-ALERT
           EVALUATE TRUE
               WHEN NOT ALERT-WAS-FOUND
                   DISPLAY 'ALERT ' ALERT-NUMBER-TEXT ' HAS GONE FROM '
                       'THE FILE - NOT ACKNOWLEDGED'
               WHEN NOT AL-IS-OPEN
                   DISPLAY 'ALERT ' ALERT-NUMBER-TEXT ' WAS '
                       'ACKNOWLEDGED MEANWHILE BY ' AL-ACK-BY
               WHEN OTHER
                   SET AL-IS-ACKNOWLEDGED TO TRUE
                   MOVE ALERT-ACK-BY-TEXT TO AL-ACK-BY
                   ACCEPT AL-ACK-DATE FROM DATE YYYYMMDD
                   ACCEPT AL-ACK-TIME FROM TIME
                   MOVE ALERT-ACK-NOTE-TEXT TO AL-ACK-NOTE
                   REWRITE ALERT-RECORD
                   IF ALERT-STATUS = '00'
                       DISPLAY 'ALERT ' ALERT-NUMBER-TEXT
                           ' ACKNOWLEDGED'
                   ELSE
                       DISPLAY 'REWRITE FAILED (STATUS ' ALERT-STATUS
                           ') - NOT ACKNOWLEDGED'
                   END-IF
           END-EVALUATE
           CLOSE ALERT-FILE

      *    AND WHAT IS LEFT TO DEAL WITH
           MOVE 'O' TO ALERT-FILTER-SWITCH
           PERFORM LIST-ALERT-QUEUE.
       FIND-NUMBERED-ALERT SECTION.
      * READS FORWARD TO ALERT ALERT-TARGET-NUMBER ON THE ALREADY
      * OPEN ALERT-FILE, LEAVING IT AS THE CURRENT RECORD
           MOVE 0 TO ALERT-NUMBER
           MOVE 'N' TO ALERT-FOUND-SWITCH
           MOVE 'N' TO ALERT-SCAN-SWITCH
           PERFORM UNTIL ALERT-SCAN-IS-DONE OR ALERT-WAS-FOUND
               READ ALERT-FILE
                   AT END
                       MOVE 'Y' TO ALERT-SCAN-SWITCH
                   NOT AT END
                       ADD 1 TO ALERT-NUMBER
                       IF ALERT-NUMBER = ALERT-TARGET-NUMBER
                           MOVE 'Y' TO ALERT-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
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
       END PROGRAM AUDITORISE-MAINT.
