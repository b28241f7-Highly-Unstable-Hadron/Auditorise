      *****************************************************************
      * ALERTREC.CPY
      * ONE OPERATOR ALERT IN '__inout__/alerts.dat' - THE ONE PLACE
      * A PROBLEM FOUND BY ANY JOB IS TOLD TO SOMEONE INSTEAD OF
      * WAITING IN A LOG FOR THEM TO GO LOOKING. APPENDED (OPEN
      * EXTEND) BY AUDITORISE-CORE, THE HOT-FOLDER SERVICE,
      * AUDITORISE-SWEEP, AUDITORISE-HOUSEKEEP AND AUDITORISE-
      * ESCALATE; ACKNOWLEDGED IN AUDITORISE-MAINT (OPTION 7) AND
      * PAGED OUT BY AUDITORISE-ESCALATE, EACH REWRITING ONLY THE
      * ONE RECORD IT CHANGED, IN PLACE.
      * SEVERITY: CRITICAL - SOMETHING IS WRONG WITH OUTPUT ALREADY
      *                      WRITTEN, OR A RUN OR THE SERVICE HAS
      *                      STOPPED DOING ITS WORK. PAGED OUT IF
      *                      NOBODY ACKNOWLEDGES IT IN TIME
      *           WARNING  - ONE ITEM NEEDS A HUMAN; THE REST OF THE
      *                      WORK CARRIED ON
      * SUBJECT IS THE IMAGE ID (OR, WITHOUT ONE, THE FILE) THE
      * ALERT IS ABOUT. STATE ' ' = OPEN, 'A' = ACKNOWLEDGED, WITH
      * WHO, WHEN AND WHY. ESCALATION ' ' = NOT PAGED, 'E' = PAGED
      * OUT, WITH WHEN. AN ALERT IS NEVER DELETED - THE FILE IS THE
      * HISTORY OF WHAT WENT WRONG AND WHO DEALT WITH IT.
      *****************************************************************
           02 AL-RAISED-DATE PICTURE X(8).
           02 AL-RAISED-TIME PICTURE X(8).
           02 AL-SEVERITY PICTURE X(8).
               88 AL-IS-CRITICAL VALUE 'CRITICAL'.
               88 AL-IS-WARNING VALUE 'WARNING'.
           02 AL-SOURCE PICTURE X(20).
           02 AL-SUBJECT PICTURE X(40).
           02 AL-MESSAGE PICTURE X(80).
           02 AL-STATE PICTURE X.
               88 AL-IS-OPEN VALUE ' '.
               88 AL-IS-ACKNOWLEDGED VALUE 'A'.
           02 AL-ACK-BY PICTURE X(8).
           02 AL-ACK-DATE PICTURE X(8).
           02 AL-ACK-TIME PICTURE X(8).
           02 AL-ACK-NOTE PICTURE X(60).
           02 AL-ESCALATION PICTURE X.
               88 AL-NOT-ESCALATED VALUE ' '.
               88 AL-IS-ESCALATED VALUE 'E'.
           02 AL-ESCALATED-DATE PICTURE X(8).
           02 AL-ESCALATED-TIME PICTURE X(8).
