      *****************************************************************
      * PROFREC.CPY
      * ONE VERSION OF ONE NAMED CHANNEL-TO-SAMPLE MAPPING PROFILE IN
      * THE MAPPING LIBRARY '__inout__/rgbprofiles.dat', KEYED ON
      * PROFILE NAME PLUS VERSION. A PROFILE IS NEVER CHANGED IN
      * PLACE - EVERY SAVE FILES THE NEXT VERSION, SO THE LIBRARY IS
      * THE COMPLETE HISTORY OF EVERY MAPPING EVER IN FORCE.
      * THE VERSION A RUN RESOLVES FOR A BARE NAME IS THE HIGHEST ONE
      * WHOSE EFFECTIVE DATE IS NOT AFTER THE RUN DATE; A PINNED
      * VERSION IS TAKEN AS IS. THE MAPPING ITSELF IS THE SAME
      * 19-BYTE RGBMAP.CPY LAYOUT rgbmap.cfg CARRIES.
      * WRITTEN BY THE PROFILE LIBRARY SCREEN IN AUDITORISE-MAINT,
      * RESOLVED BY AUDITORISE-CORE, AUDITORISE-DECODE AND THE
      * PRE-FLIGHT VALIDATOR.
      *****************************************************************
           02 PROF-KEY.
               03 PROF-NAME PICTURE X(12).
               03 PROF-VERSION PICTURE 9(4).
           02 PROF-EFFECTIVE-DATE PICTURE X(8).
           02 PROF-CHANGED-BY PICTURE X(8).
           02 PROF-CHANGED-DATE PICTURE X(8).
           02 PROF-MAPPING PICTURE X(19).
