      * LAYOUT rgbmap.cfg USES (FLAG 'Y' TO APPLY IT), AND AN
      * OPTIONAL TRAVERSAL MODE ('RASTER' OR 'HILBERT'; BLANK = THE
      * RUN-WIDE SETTING).
      * FLAG 'P' NAMES A PROFILE IN THE MAPPING LIBRARY INSTEAD (SEE
      * PROFREC.CPY): THE SAME 19 BYTES THEN HOLD THE PROFILE NAME
      * AND AN OPTIONAL PINNED VERSION (BLANK = THE VERSION IN EFFECT
      * ON THE RUN DATE), RESOLVED WHEN THE MANIFEST LOADS.
      * UNDER AUDITORISE-DIFFERENCE=Y THE RECORDS PAIR UP IN ORDER -
      * EACH ODD-NUMBERED RECORD IS THE BEFORE CAPTURE OF A PAIR AND
      * CARRIES ONLY ITS IMAGE ID; THE EVEN RECORD AFTER IT IS THE
      * AFTER CAPTURE AND CARRIES THE PAIR'S OUTPUT NAME, OVERRIDE
      * AND TRAVERSAL.
      * SHARED BY INIT-MANIFEST IN AUDITORISE-CORE (WHICH LOADS AND
      * VALIDATES IT), THE MANIFEST BUILDER SCREEN IN
      * AUDITORISE-MAINT (WHICH WRITES IT), THE PRE-FLIGHT VALIDATOR
           02 MF-OUTPUT-WAV-NAME PICTURE X(40).
           02 MF-RGBMAP-FLAG PICTURE X.
               88 MF-HAS-RGBMAP-OVERRIDE VALUE 'Y'.
               88 MF-HAS-PROFILE-REFERENCE VALUE 'P'.
           02 MF-RGBMAP-OVERRIDE PICTURE X(19).
           02 MF-PROFILE-REFERENCE REDEFINES MF-RGBMAP-OVERRIDE.
               03 MF-PROFILE-NAME PICTURE X(12).
               03 MF-PROFILE-VERSION PICTURE X(4).
               03 FILLER PICTURE X(3).
           02 MF-TRAVERSAL-MODE PICTURE X(7).
