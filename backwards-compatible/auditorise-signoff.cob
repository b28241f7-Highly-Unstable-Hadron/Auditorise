       IDENTIFICATION DIVISION.
           PROGRAM-ID. AUDITORISE-SIGNOFF.
      * QA LISTEN-AND-APPROVE CONSOLE. THE REVIEWERS PLAY review.wav
      * WITH review-cues.txt IN HAND (BOTH FROM AUDITORISE-REVIEW);
      * THIS CONSOLE WALKS THE SAME CUE SHEET, IMAGE BY IMAGE IN CUE
      * ORDER, AND RECORDS THE REVIEWER'S DECISION ON EACH:
      *   A - APPROVED: THE WAV MAY GO TO THE CUSTOMER
      *   H - HELD: THE WAV MUST NOT GO OUT AND THE IMAGE GOES BACK
      *       FOR RECONVERSION
      * EVERY DECISION CARRIES A REASON CODE FROM THE LIST BELOW AND
      * THE REVIEWER'S INITIALS, AND IS KEPT IN '__inout__/signoff.dat'
      * (SEE SIGNREC.CPY). AUDITORISE-RELEASE ACTS ON THE DECISIONS -
      * NOTHING HERE COPIES, MOVES OR DELETES A WAV.
      * AN IMAGE ALREADY DECIDED SHOWS ITS DECISION; A DECISION NOT YET
      * RELEASED MAY BE CHANGED, ONE ALREADY ACTED ON STAYS AS IT WAS
      * AND A NEW DECISION IS FILED BESIDE IT. THE DECISIONS ARE ONLY
      * SAVED AFTER THE REVIEWER CONFIRMS AT THE END OF THE WALK, AND
      * THEN ONLY THIS SESSION'S OWN - THE FILE IS NEVER REWRITTEN
      * WHOLE, SINCE A RELEASE MAY HAVE ACTED ON IT MEANWHILE.
      * AUDITORISE-HOUSEKEEP ROLLS THE DECISIONS ALREADY ACTED ON OUT
      * TO A DATED ARCHIVE, SO THE FILE HOLDS LITTLE BESIDES PENDING.
      * RETURN-CODE 0 = SESSION ENDED NORMALLY, 16 = NO CUE SHEET, OR
      * A SIGN-OFF FILE TOO BIG TO LOAD

       >>DEFINE CONSTANT signoff-max AS 999

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUE-SHEET-FILE
               ASSIGN TO '__inout__/review-cues.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUE-SHEET-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO '__inout__/signoff.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUE-SHEET-FILE.
       01 CUE-SHEET-RECORD PICTURE X(160).

       FD  SIGNOFF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01 SIGNOFF-RECORD.
           COPY SIGNREC.

       WORKING-STORAGE SECTION.
       01 CUE-SHEET-STATUS PICTURE X(2) VALUE '00'.
       01 SIGNOFF-STATUS PICTURE X(2) VALUE '00'.
       01 SIGNOFF-OPEN-TRIES USAGE IS BINARY-LONG UNSIGNED.
       01 SIGNOFF-RETRY-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 1.
       01 SIGNOFF-SAVED-RC USAGE IS BINARY-LONG.

      * THE WHOLE SIGN-OFF FILE, ONE ENTRY PER RECORD, SO A CHANGED
      * DECISION IS A TABLE MOVE. EACH ENTRY THIS SESSION DECIDED IS
      * FLAGGED, AND ONLY THOSE ARE SAVED
       01 SIGNOFF-COUNT PICTURE 9(4) VALUE 0.
       01 SIGNOFF-TABLE.
           02 SIGNOFF-ENTRY OCCURS signoff-max TIMES PICTURE X(130).
       01 SIGNOFF-FLAG-TABLE.
           02 SIGNOFF-CHANGE-FLAG OCCURS signoff-max TIMES PICTURE X.
               88 SIGNOFF-TO-SAVE VALUE 'C'.
               88 SIGNOFF-IS-SAVED VALUE 'S'.
       01 SIGNOFF-REPLACED-COUNT PICTURE 9(4) VALUE 0.
       01 SIGNOFF-ADDED-COUNT PICTURE 9(4) VALUE 0.
       01 SIGNOFF-UNSAVED-COUNT PICTURE 9(4) VALUE 0.
       01 SIGNOFF-WORK.
           COPY SIGNREC REPLACING LEADING ==SO== BY ==SW==.
       01 SIGNOFF-TOO-BIG-SWITCH PICTURE X VALUE 'N'.
           88 SIGNOFF-FILE-TOO-BIG VALUE 'Y'.
       01 TABLE-CHANGED-SWITCH PICTURE X VALUE 'N'.
           88 SIGNOFFS-WERE-CHANGED VALUE 'Y'.
       01 SIGNOFF-SCAN-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 SIGNOFF-MATCH-INDEX USAGE IS BINARY-LONG UNSIGNED.

      * THE REASON CODES A DECISION MAY CARRY - THE FIRST BYTE SAYS
      * WHICH DECISION THE CODE BELONGS TO, OTHER SUITS EITHER
       01 REASON-CODE-TABLE.
           02 FILLER PICTURE X(40)
               VALUE 'ACLEANNO DEFECT HEARD'.
           02 FILLER PICTURE X(40)
               VALUE 'AMINORMINOR ARTEFACT, ACCEPTABLE'.
           02 FILLER PICTURE X(40)
               VALUE 'AWAIVEDEFECT WAIVED BY THE CUSTOMER'.
           02 FILLER PICTURE X(40)
               VALUE 'HNOISENOISE OR ARTEFACTS'.
           02 FILLER PICTURE X(40)
               VALUE 'HCLIP CLIPPING OR DISTORTION'.
           02 FILLER PICTURE X(40)
               VALUE 'HDROP DROPOUT OR SILENCE'.
           02 FILLER PICTURE X(40)
               VALUE 'HWRONGWRONG IMAGE OR OUT OF CUE'.
           02 FILLER PICTURE X(40)
               VALUE '*OTHEROTHER - SEE THE REVIEW NOTES'.
       01 REASON-CODE-TABLE-R REDEFINES REASON-CODE-TABLE.
           02 REASON-ENTRY OCCURS 8 TIMES.
               03 REASON-DECISION PICTURE X.
               03 REASON-CODE PICTURE X(5).
               03 REASON-TEXT PICTURE X(34).
       01 REASON-INDEX USAGE IS BINARY-LONG UNSIGNED.
       01 REASON-MATCH-INDEX USAGE IS BINARY-LONG UNSIGNED.

      * ONE CUE LINE AS AUDITORISE-REVIEW WROTE IT:
      * IMAGE=nnnn ID=<id> FILE=<wav> START=<seconds>
       01 CUE-IMAGE-PART PICTURE X(12).
       01 CUE-ID-PART PICTURE X(40).
       01 CUE-FILE-PART PICTURE X(40).
       01 CUE-START-PART PICTURE X(12).
       01 CUE-IMAGE-NUMBER PICTURE 9(4).
       01 CUE-DONE-SWITCH PICTURE X.
           88 CUE-IS-DONE VALUE 'Y'.

       01 OPERATOR-REPLY PICTURE X(12).
       01 DECISION-REPLY PICTURE X.
       01 REPLY-SWITCH PICTURE X.
           88 REPLY-IS-VALID VALUE 'Y'.
       01 BLANK-REPLY-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 REVIEWER-INITIALS PICTURE X(8) VALUE SPACES.
       01 DECISION-DATE-TEXT PICTURE X(8).
       01 DECISION-TIME-TEXT PICTURE X(8).

       01 IMAGES-SHOWN-COUNT PICTURE 9(4) VALUE 0.
       01 APPROVED-COUNT PICTURE 9(4) VALUE 0.
       01 HELD-COUNT PICTURE 9(4) VALUE 0.
       01 PASSED-COUNT PICTURE 9(4) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY 'AUDITORISE QA SIGN-OFF'
           PERFORM LOAD-SIGNOFF-TABLE
           IF SIGNOFF-FILE-TOO-BIG
               DISPLAY 'MORE THAN 999 SIGN-OFF RECORDS IN '
                   '__inout__/signoff.dat - RELEASE, THEN RUN '
                   'AUDITORISE-HOUSEKEEP TO ROLL THE DECISIONS ACTED '
                   'ON OUT BEFORE SIGNING OFF MORE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUE-SHEET-FILE
           IF CUE-SHEET-STATUS NOT = '00'
               DISPLAY 'NO CUE SHEET AT __inout__/review-cues.txt '
                   '(STATUS ' CUE-SHEET-STATUS ') - BUILD THE '
                   'REVIEW WAV WITH AUDITORISE-REVIEW FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROMPT-REVIEWER-INITIALS
           IF REVIEWER-INITIALS NOT = SPACES
               PERFORM SHOW-REASON-CODES
               MOVE 'N' TO CUE-DONE-SWITCH
               PERFORM UNTIL CUE-IS-DONE
                   READ CUE-SHEET-FILE
                       AT END
                           MOVE 'Y' TO CUE-DONE-SWITCH
                       NOT AT END
                           PERFORM SIGN-OFF-ONE-IMAGE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CUE-SHEET-FILE

           DISPLAY IMAGES-SHOWN-COUNT ' IMAGE(S) SHOWN, '
               APPROVED-COUNT ' APPROVED, ' HELD-COUNT ' HELD, '
               PASSED-COUNT ' PASSED OVER'
           IF SIGNOFFS-WERE-CHANGED
               DISPLAY 'WRITE THE DECISIONS TO __inout__/signoff.dat '
                   '(Y/N)?'
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               IF OPERATOR-REPLY = 'Y' OR OPERATOR-REPLY = 'y'
                   PERFORM SAVE-SIGNOFF-DECISIONS
               ELSE
                   DISPLAY 'NOT SAVED - THE FILE ON DISK IS UNCHANGED'
               END-IF
           END-IF
           DISPLAY 'SIGN-OFF SESSION ENDED'
           MOVE 0 TO RETURN-CODE
           STOP RUN.
       LOAD-SIGNOFF-TABLE SECTION.
      * THE FILE ON DISK, INCLUDING EVERY DECISION ALREADY RELEASED
      * AND NOT YET ROLLED OUT - THEY ARE THE SIGN-OFF HISTORY. A FILE
      * LOCKED BY A RELEASE OR HOUSEKEEPING IS WAITED FOR
           MOVE 0 TO SIGNOFF-COUNT
           MOVE 0 TO SIGNOFF-OPEN-TRIES
           OPEN INPUT SIGNOFF-FILE
           PERFORM UNTIL SIGNOFF-STATUS NOT = '61'
           OR SIGNOFF-OPEN-TRIES IS NOT LESS THAN 5
               PERFORM WAIT-FOR-SIGNOFF-FILE
               OPEN INPUT SIGNOFF-FILE
           END-PERFORM
           IF SIGNOFF-STATUS = '00'
               MOVE 'N' TO CUE-DONE-SWITCH
               PERFORM UNTIL CUE-IS-DONE
                   READ SIGNOFF-FILE
                       AT END
                           MOVE 'Y' TO CUE-DONE-SWITCH
                       NOT AT END
      *                    A 1000TH RECORD COULD HIDE THE LATEST
      *                    DECISION ON AN IMAGE FROM THE REVIEWER
                           IF SIGNOFF-COUNT IS LESS THAN signoff-max
                               ADD 1 TO SIGNOFF-COUNT
                               MOVE SIGNOFF-RECORD
                                   TO SIGNOFF-ENTRY(SIGNOFF-COUNT)
                               MOVE SPACE TO
                                   SIGNOFF-CHANGE-FLAG(SIGNOFF-COUNT)
                           ELSE
                               MOVE 'Y' TO SIGNOFF-TOO-BIG-SWITCH
                               MOVE 'Y' TO CUE-DONE-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF.
       WAIT-FOR-SIGNOFF-FILE SECTION.
      * ONE SECOND BETWEEN TRIES AT A LOCKED FILE, LEAVING THE RETURN
      * CODE AS IT WAS
           ADD 1 TO SIGNOFF-OPEN-TRIES
           MOVE RETURN-CODE TO SIGNOFF-SAVED-RC
           CALL 'C$SLEEP' USING BY CONTENT SIGNOFF-RETRY-SECONDS
           MOVE SIGNOFF-SAVED-RC TO RETURN-CODE.
       PROMPT-REVIEWER-INITIALS SECTION.
      * WHO IS SIGNING OFF - KEPT WITH EVERY DECISION FOR GOOD AND
      * NAMED AS THE APPROVER ON THE DELIVERY MANIFEST, SO A BLANK
      * ANSWER IS NOT ACCEPTED; THREE BLANKS END THE SESSION
           MOVE 0 TO BLANK-REPLY-COUNT
           PERFORM UNTIL REVIEWER-INITIALS NOT = SPACES
           OR BLANK-REPLY-COUNT IS NOT LESS THAN 3
               DISPLAY 'REVIEWER (INITIALS): '
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               INSPECT OPERATOR-REPLY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE OPERATOR-REPLY(1:8) TO REVIEWER-INITIALS
               IF REVIEWER-INITIALS = SPACES
                   ADD 1 TO BLANK-REPLY-COUNT
                   DISPLAY 'INITIALS ARE REQUIRED TO SIGN OFF'
               END-IF
           END-PERFORM.
       SHOW-REASON-CODES SECTION.
           DISPLAY ' '
           DISPLAY 'REASON CODES:'
           PERFORM VARYING REASON-INDEX FROM 1 BY 1
           UNTIL REASON-INDEX IS GREATER THAN 8
               EVALUATE REASON-DECISION(REASON-INDEX)
                   WHEN 'A'
                       DISPLAY '  ' REASON-CODE(REASON-INDEX)
                           ' (APPROVED) ' REASON-TEXT(REASON-INDEX)
                   WHEN 'H'
                       DISPLAY '  ' REASON-CODE(REASON-INDEX)
                           ' (HELD)     ' REASON-TEXT(REASON-INDEX)
                   WHEN OTHER
                       DISPLAY '  ' REASON-CODE(REASON-INDEX)
                           ' (EITHER)   ' REASON-TEXT(REASON-INDEX)
               END-EVALUATE
           END-PERFORM.
       SIGN-OFF-ONE-IMAGE SECTION.
      * ONE CUE LINE - SHOW THE IMAGE AND ANY DECISION ALREADY ON FILE
      * FOR IT, THEN TAKE THE REVIEWER'S ANSWER. A LINE THAT DOES NOT
      * PARSE IS PASSED OVER RATHER THAN INVENTING AN IMAGE
           MOVE SPACES TO CUE-IMAGE-PART
           MOVE SPACES TO CUE-ID-PART
           MOVE SPACES TO CUE-FILE-PART
           MOVE SPACES TO CUE-START-PART
           UNSTRING CUE-SHEET-RECORD
               DELIMITED BY ' ID=' OR ' FILE=' OR ' START='
               INTO CUE-IMAGE-PART CUE-ID-PART CUE-FILE-PART
                   CUE-START-PART
           IF CUE-IMAGE-PART(1:6) = 'IMAGE='
           AND CUE-IMAGE-PART(7:4) IS NUMERIC
           AND CUE-FILE-PART NOT = SPACES
               MOVE CUE-IMAGE-PART(7:4) TO CUE-IMAGE-NUMBER
               ADD 1 TO IMAGES-SHOWN-COUNT
               DISPLAY ' '
               DISPLAY 'IMAGE ' CUE-IMAGE-NUMBER ' ID=' CUE-ID-PART
                   ' FILE=' CUE-FILE-PART
               DISPLAY '      STARTS AT ' CUE-START-PART
                   ' SECONDS INTO review.wav'
               PERFORM FIND-LATEST-DECISION
               IF SIGNOFF-MATCH-INDEX IS NOT ZERO
                   PERFORM SHOW-DECISION-ON-FILE
               END-IF
               PERFORM PROMPT-FOR-DECISION
           END-IF.
       FIND-LATEST-DECISION SECTION.
      * THE SAME OUTPUT FOR THE SAME IMAGE - THE LATEST RECORD WINS
           MOVE 0 TO SIGNOFF-MATCH-INDEX
           PERFORM VARYING SIGNOFF-SCAN-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-SCAN-INDEX IS GREATER THAN SIGNOFF-COUNT
               MOVE SIGNOFF-ENTRY(SIGNOFF-SCAN-INDEX) TO SIGNOFF-WORK
               IF SW-OUTPUT-FILE = CUE-FILE-PART
               AND SW-IMAGE-ID = CUE-ID-PART
                   MOVE SIGNOFF-SCAN-INDEX TO SIGNOFF-MATCH-INDEX
               END-IF
           END-PERFORM.
       SHOW-DECISION-ON-FILE SECTION.
           MOVE SIGNOFF-ENTRY(SIGNOFF-MATCH-INDEX) TO SIGNOFF-WORK
           EVALUATE TRUE
               WHEN SW-IS-RELEASED
                   DISPLAY '      ON FILE: ' SW-DECISION ' '
                       SW-REASON-CODE ' BY ' SW-INITIALS ' ON '
                       SW-DECIDED-DATE ' - RELEASED ' SW-RELEASE-DATE
               WHEN SW-IS-RETURNED
                   DISPLAY '      ON FILE: ' SW-DECISION ' '
                       SW-REASON-CODE ' BY ' SW-INITIALS ' ON '
                       SW-DECIDED-DATE ' - RETURNED FOR RECONVERSION '
                       SW-RELEASE-DATE
               WHEN OTHER
                   DISPLAY '      ON FILE: ' SW-DECISION ' '
                       SW-REASON-CODE ' BY ' SW-INITIALS ' ON '
                       SW-DECIDED-DATE ' - NOT YET RELEASED'
           END-EVALUATE.
       PROMPT-FOR-DECISION SECTION.
      * AN ANSWER OTHER THAN A, H, X OR ENTER IS ASKED AGAIN; ENTER
      * LEAVES THE IMAGE AS IT WAS, X ENDS THE WALK HERE
           MOVE 'N' TO REPLY-SWITCH
           PERFORM UNTIL REPLY-IS-VALID
               DISPLAY 'A = APPROVE, H = HOLD, ENTER = NEXT IMAGE, '
                   'X = STOP: '
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               INSPECT OPERATOR-REPLY CONVERTING
                   'ahx' TO 'AHX'
               MOVE OPERATOR-REPLY(1:1) TO DECISION-REPLY
               EVALUATE TRUE
                   WHEN OPERATOR-REPLY = SPACES
                       ADD 1 TO PASSED-COUNT
                       MOVE 'Y' TO REPLY-SWITCH
                   WHEN OPERATOR-REPLY(2:) NOT = SPACES
                       DISPLAY 'PLEASE ANSWER A, H, X OR ENTER'
                   WHEN DECISION-REPLY = 'X'
                       MOVE 'Y' TO CUE-DONE-SWITCH
                       MOVE 'Y' TO REPLY-SWITCH
                   WHEN DECISION-REPLY = 'A'
                   WHEN DECISION-REPLY = 'H'
                       PERFORM PROMPT-FOR-REASON
                       IF REASON-MATCH-INDEX IS NOT ZERO
                           PERFORM RECORD-DECISION
                           MOVE 'Y' TO REPLY-SWITCH
                       END-IF
                   WHEN OTHER
                       DISPLAY 'PLEASE ANSWER A, H, X OR ENTER'
               END-EVALUATE
           END-PERFORM.
       PROMPT-FOR-REASON SECTION.
      * THE CODE MUST BE ON THE LIST AND SUIT THE DECISION; ENTER
      * GOES BACK TO THE DECISION PROMPT
           MOVE 0 TO REASON-MATCH-INDEX
           MOVE 'N' TO REPLY-SWITCH
           PERFORM UNTIL REPLY-IS-VALID
               DISPLAY 'REASON CODE (ENTER = BACK): '
               MOVE SPACES TO OPERATOR-REPLY
               ACCEPT OPERATOR-REPLY FROM STDIN
               INSPECT OPERATOR-REPLY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF OPERATOR-REPLY = SPACES
                   MOVE 'Y' TO REPLY-SWITCH
               ELSE
                   PERFORM VARYING REASON-INDEX FROM 1 BY 1
                   UNTIL REASON-INDEX IS GREATER THAN 8
                       IF REASON-CODE(REASON-INDEX) = OPERATOR-REPLY
                       AND (REASON-DECISION(REASON-INDEX)
                           = DECISION-REPLY
                       OR REASON-DECISION(REASON-INDEX) = '*')
                           MOVE REASON-INDEX TO REASON-MATCH-INDEX
                       END-IF
                   END-PERFORM
                   IF REASON-MATCH-INDEX IS ZERO
                       DISPLAY 'NOT A REASON CODE FOR THAT DECISION - '
                           'SEE THE LIST ABOVE'
                   ELSE
                       MOVE 'Y' TO REPLY-SWITCH
                   END-IF
               END-IF
           END-PERFORM
      *    BACK AT THE DECISION PROMPT IT MUST ASK AGAIN
           MOVE 'N' TO REPLY-SWITCH.
       RECORD-DECISION SECTION.
      * A DECISION NOT YET ACTED ON IS REPLACED; ONE ALREADY RELEASED
      * OR RETURNED STAYS, AND THE NEW ONE IS FILED BESIDE IT
           ACCEPT DECISION-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT DECISION-TIME-TEXT FROM TIME
           IF SIGNOFF-MATCH-INDEX IS NOT ZERO
               MOVE SIGNOFF-ENTRY(SIGNOFF-MATCH-INDEX) TO SIGNOFF-WORK
               IF NOT SW-IS-PENDING
                   MOVE 0 TO SIGNOFF-MATCH-INDEX
               END-IF
           END-IF
           IF SIGNOFF-MATCH-INDEX IS ZERO
               IF SIGNOFF-COUNT IS LESS THAN signoff-max
                   ADD 1 TO SIGNOFF-COUNT
                   MOVE SIGNOFF-COUNT TO SIGNOFF-MATCH-INDEX
               ELSE
                   DISPLAY 'SIGN-OFF TABLE FULL (999 RECORDS) - '
                       'DECISION NOT RECORDED'
               END-IF
           END-IF
           IF SIGNOFF-MATCH-INDEX IS NOT ZERO
               MOVE SPACES TO SIGNOFF-WORK
               MOVE CUE-IMAGE-NUMBER TO SW-IMAGE-NUMBER
               MOVE CUE-ID-PART TO SW-IMAGE-ID
               MOVE CUE-FILE-PART TO SW-OUTPUT-FILE
               IF DECISION-REPLY = 'A'
                   SET SW-IS-APPROVED TO TRUE
                   ADD 1 TO APPROVED-COUNT
               ELSE
                   SET SW-IS-HELD TO TRUE
                   ADD 1 TO HELD-COUNT
               END-IF
               MOVE REASON-CODE(REASON-MATCH-INDEX) TO SW-REASON-CODE
               MOVE REVIEWER-INITIALS TO SW-INITIALS
               MOVE DECISION-DATE-TEXT TO SW-DECIDED-DATE
               MOVE DECISION-TIME-TEXT TO SW-DECIDED-TIME
               SET SW-IS-PENDING TO TRUE
               MOVE SIGNOFF-WORK TO SIGNOFF-ENTRY(SIGNOFF-MATCH-INDEX)
               MOVE 'C' TO SIGNOFF-CHANGE-FLAG(SIGNOFF-MATCH-INDEX)
               MOVE 'Y' TO TABLE-CHANGED-SWITCH
               DISPLAY '      RECORDED: ' SW-DECISION ' '
                   SW-REASON-CODE ' BY ' SW-INITIALS
           END-IF.
       SAVE-SIGNOFF-DECISIONS SECTION.
      * THE FILE ON DISK MAY HAVE MOVED ON SINCE IT WAS LOADED - A
      * RELEASE MARKS WHAT IT ACTED ON, HOUSEKEEPING ROLLS THOSE OUT,
      * ANOTHER SESSION SAVES ITS OWN DECISIONS. SO NOTHING IS SAVED
      * FROM THE LOADED COPY EXCEPT THIS SESSION'S DECISIONS: EACH
      * REPLACES THE DECISION STILL PENDING ON DISK FOR THE SAME FILE
      * AND IMAGE ID, IN PLACE, AND IS ADDED AT THE END OTHERWISE -
      * A DECISION ACTED ON MEANWHILE STAYS, AS IT WOULD ON SCREEN
           MOVE 0 TO SIGNOFF-REPLACED-COUNT
           MOVE 0 TO SIGNOFF-ADDED-COUNT
           MOVE 0 TO SIGNOFF-OPEN-TRIES
           OPEN I-O SIGNOFF-FILE
           PERFORM UNTIL SIGNOFF-STATUS NOT = '61'
           OR SIGNOFF-OPEN-TRIES IS NOT LESS THAN 5
               PERFORM WAIT-FOR-SIGNOFF-FILE
               OPEN I-O SIGNOFF-FILE
           END-PERFORM
           EVALUATE SIGNOFF-STATUS
               WHEN '00'
                   MOVE 'N' TO CUE-DONE-SWITCH
                   PERFORM UNTIL CUE-IS-DONE
                       READ SIGNOFF-FILE
                           AT END
                               MOVE 'Y' TO CUE-DONE-SWITCH
                           NOT AT END
                               IF SO-IS-PENDING
                                   PERFORM REPLACE-PENDING-DECISION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SIGNOFF-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CANNOT UPDATE __inout__/signoff.dat '
                       '(STATUS ' SIGNOFF-STATUS ') - NOT SAVED'
                   EXIT SECTION
           END-EVALUATE
           PERFORM ADD-NEW-DECISIONS
           DISPLAY SIGNOFF-REPLACED-COUNT ' DECISION(S) REPLACED, '
               SIGNOFF-ADDED-COUNT ' ADDED TO __inout__/signoff.dat'.
       REPLACE-PENDING-DECISION SECTION.
      * THE RECORD JUST READ IS PENDING - IF THIS SESSION DECIDED THE
      * SAME FILE AND IMAGE ID, ITS DECISION GOES OVER IT
           PERFORM VARYING SIGNOFF-SCAN-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-SCAN-INDEX IS GREATER THAN SIGNOFF-COUNT
               IF SIGNOFF-TO-SAVE(SIGNOFF-SCAN-INDEX)
                   MOVE SIGNOFF-ENTRY(SIGNOFF-SCAN-INDEX)
                       TO SIGNOFF-WORK
                   IF SW-OUTPUT-FILE = SO-OUTPUT-FILE
                   AND SW-IMAGE-ID = SO-IMAGE-ID
                       MOVE SIGNOFF-WORK TO SIGNOFF-RECORD
                       REWRITE SIGNOFF-RECORD
                       IF SIGNOFF-STATUS = '00'
                           MOVE 'S' TO
                               SIGNOFF-CHANGE-FLAG(SIGNOFF-SCAN-INDEX)
                           ADD 1 TO SIGNOFF-REPLACED-COUNT
                       END-IF
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM.
       ADD-NEW-DECISIONS SECTION.
      * WHATEVER FOUND NO PENDING RECORD TO REPLACE GOES ON THE END
           MOVE 0 TO SIGNOFF-UNSAVED-COUNT
           PERFORM VARYING SIGNOFF-SCAN-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-SCAN-INDEX IS GREATER THAN SIGNOFF-COUNT
               IF SIGNOFF-TO-SAVE(SIGNOFF-SCAN-INDEX)
                   ADD 1 TO SIGNOFF-UNSAVED-COUNT
               END-IF
           END-PERFORM
           IF SIGNOFF-UNSAVED-COUNT IS ZERO
               EXIT SECTION
           END-IF
           MOVE 0 TO SIGNOFF-OPEN-TRIES
           OPEN EXTEND SIGNOFF-FILE
           PERFORM UNTIL SIGNOFF-STATUS NOT = '61'
           OR SIGNOFF-OPEN-TRIES IS NOT LESS THAN 5
               PERFORM WAIT-FOR-SIGNOFF-FILE
               OPEN EXTEND SIGNOFF-FILE
           END-PERFORM
           IF SIGNOFF-STATUS = '35'
               OPEN OUTPUT SIGNOFF-FILE
           END-IF
           IF SIGNOFF-STATUS NOT = '00'
               DISPLAY 'CANNOT APPEND TO __inout__/signoff.dat (STATUS '
                   SIGNOFF-STATUS ') - NEW DECISIONS NOT SAVED'
               EXIT SECTION
           END-IF
           PERFORM VARYING SIGNOFF-SCAN-INDEX FROM 1 BY 1
           UNTIL SIGNOFF-SCAN-INDEX IS GREATER THAN SIGNOFF-COUNT
               IF SIGNOFF-TO-SAVE(SIGNOFF-SCAN-INDEX)
                   MOVE SIGNOFF-ENTRY(SIGNOFF-SCAN-INDEX)
                       TO SIGNOFF-RECORD
                   WRITE SIGNOFF-RECORD
                   MOVE 'S' TO SIGNOFF-CHANGE-FLAG(SIGNOFF-SCAN-INDEX)
                   ADD 1 TO SIGNOFF-ADDED-COUNT
               END-IF
           END-PERFORM
           CLOSE SIGNOFF-FILE.
       END PROGRAM AUDITORISE-SIGNOFF.
