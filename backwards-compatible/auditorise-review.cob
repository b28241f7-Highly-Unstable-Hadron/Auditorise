      * NUMBERED NAMES FROM THE BUILD-NUMBERED-WAV-NAME SEQUENCE.
      * EVERY FILE MUST SHARE THE FIRST FILE'S SAMPLE RATE AND
      * CHANNEL COUNT - SPLICING MIXED TIMINGS WOULD SHIFT EVERY CUE
      * AFTER THE FIRST MISMATCH. A DIFFERENCE RUN'S BEFORE IMAGES
      * PRODUCE NO OUTPUT, SO UNDER AUDITORISE-DIFFERENCE=Y ONLY THE
      * AFTER RECORD OF EACH MANIFEST PAIR IS SPLICED; THE CUE
      * SHEET'S IMAGE NUMBER IS ALWAYS THE RUN POSITION, AS IN
      * audit.log.
      *
      * INPUTS:
      *   AUDITORISE-REVIEW-COUNT - IMAGE COUNT WHEN NO MANIFEST
      *   AUDITORISE-DIFFERENCE   - Y WHEN THE RUN RENDERED BEFORE/
      *                             AFTER PAIRS
      *   AUDITORISE-GAP-SECONDS  - SILENCE BETWEEN IMAGES, 0-60,
      *                             DEFAULT 1
      * OUTPUTS:
           COPY MANREC.

       FD  CUE-SHEET-FILE.
       01 CUE-SHEET-RECORD PICTURE X(160).

       WORKING-STORAGE SECTION.
       01 WAV-HEADER-STATUS PICTURE X(2) VALUE '00'.
       01 NUMBERED-WAV-NAME PICTURE X(40).

       01 REVIEW-COUNT-TEXT PICTURE X(6) VALUE SPACES.
       01 DIFFERENCE-MODE-TEXT PICTURE X(8) VALUE SPACES.
           88 DIFFERENCE-MODE-ACTIVE VALUE 'Y'.
       01 PAIR-NUMBER USAGE IS BINARY-LONG UNSIGNED.
       01 PAIR-PARITY USAGE IS BINARY-LONG UNSIGNED.
       01 GAP-SECONDS-TEXT PICTURE X(6) VALUE SPACES.
       01 GAP-SECONDS USAGE IS BINARY-LONG UNSIGNED VALUE 1.

       01 REVIEW-IMAGE-COUNT USAGE IS BINARY-LONG UNSIGNED VALUE 0.
       01 REVIEW-TABLE.
           02 REVIEW-ENTRY OCCURS review-max TIMES.
               03 RV-ENTRY-POSITION USAGE IS BINARY-LONG UNSIGNED.
               03 RV-ENTRY-ID PICTURE X(40).
               03 RV-ENTRY-NAME PICTURE X(40).
               03 RV-ENTRY-FRAMES USAGE IS BINARY-LONG UNSIGNED.
       01 REVIEW-ENTRY-INDEX USAGE IS BINARY-LONG UNSIGNED.
      * THE GAP IS A WHOLE NUMBER OF SECONDS, 0-60 - LONG ENOUGH TO
      * SEPARATE IMAGES BY EAR, SHORT ENOUGH NOT TO PAD A 40-IMAGE
      * SESSION INTO LUNCH
           ACCEPT DIFFERENCE-MODE-TEXT FROM ENVIRONMENT
               'AUDITORISE-DIFFERENCE'
           ACCEPT GAP-SECONDS-TEXT FROM ENVIRONMENT
               'AUDITORISE-GAP-SECONDS'
           IF GAP-SECONDS-TEXT IS NOT = SPACES
                       AT END
                           EXIT PERFORM
                   END-READ
      *            THE BEFORE HALF OF A DIFFERENCE PAIR WAS ONLY
      *            KEPT BY THE CONVERTING RUN - THERE IS NO WAV
                   MOVE 0 TO PAIR-PARITY
                   IF DIFFERENCE-MODE-ACTIVE
                       DIVIDE MANIFEST-LOAD-INDEX BY 2
                           GIVING PAIR-NUMBER REMAINDER PAIR-PARITY
                   END-IF
                   IF PAIR-PARITY IS ZERO
                       PERFORM LOAD-REVIEW-ENTRY
                   END-IF
               END-PERFORM
               CLOSE MANIFEST-FILE
               PERFORM VARYING REVIEW-ENTRY-INDEX FROM 1 BY 1
               UNTIL REVIEW-ENTRY-INDEX IS GREATER THAN
                   REVIEW-IMAGE-COUNT
                   MOVE REVIEW-ENTRY-INDEX
                       TO RV-ENTRY-POSITION(REVIEW-ENTRY-INDEX)
                   MOVE REVIEW-ENTRY-INDEX TO WAV-INDEX-TEXT
                   PERFORM BUILD-NUMBERED-WAV-NAME
                   MOVE NUMBERED-WAV-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-REVIEW-ENTRY SECTION.
      * ONE MANIFEST RECORD INTO THE NEXT REVIEW SLOT
           ADD 1 TO REVIEW-IMAGE-COUNT
           MOVE MANIFEST-LOAD-INDEX
               TO RV-ENTRY-POSITION(REVIEW-IMAGE-COUNT)
           MOVE MF-IMAGE-ID TO RV-ENTRY-ID(REVIEW-IMAGE-COUNT)
           IF MF-OUTPUT-WAV-NAME = SPACES
      *        THE CONVERTING RUN MATERIALIZED THE NUMBERED FALLBACK
      *        AT LOAD TIME - SO DOES THE REVIEW
               MOVE MANIFEST-LOAD-INDEX TO WAV-INDEX-TEXT
               PERFORM BUILD-NUMBERED-WAV-NAME
               MOVE NUMBERED-WAV-NAME
                   TO RV-ENTRY-NAME(REVIEW-IMAGE-COUNT)
           ELSE
               MOVE MF-OUTPUT-WAV-NAME
                   TO RV-ENTRY-NAME(REVIEW-IMAGE-COUNT)
           END-IF.
       BUILD-NUMBERED-WAV-NAME SECTION.
      * SAME MOULD AS AUDITORISE-CORE'S SECTION OF THE SAME NAME -
      * THE CALLER SETS WAV-INDEX-TEXT FIRST
               DIVIDE REVIEW-SAMPLE-RATE INTO CUE-OFFSET-WORK
               DIVIDE CUE-OFFSET-WORK BY 100
                   GIVING CUE-START-SECONDS
               MOVE RV-ENTRY-POSITION(REVIEW-ENTRY-INDEX)
                   TO CUE-IMAGE-TEXT

               MOVE SPACES TO CUE-SHEET-RECORD
               MOVE 1 TO CUE-LINE-POS
