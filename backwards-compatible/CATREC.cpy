      * PREDATES THE FIELD - REBUILD THE CATALOG FROM THE LOGS TO
      * BACKFILL IT
           02 CAT-CHECKSUM PICTURE 9(18).
      * THE IMAGE'S BUSINESS IDENTITY, AND ITS COARSE PERCEPTUAL
      * SIGNATURE - THE MEAN LUMINANCE OF AN 8X8 GRID LAID OVER THE
      * IMAGE, ROW BY ROW - WITH THE KEY OF THE SETTINGS IT WAS
      * CONVERTED UNDER (THE CATALOG KEY OF AN ALL-ZERO FINGERPRINT).
      * NEAR-DUPLICATE DETECTION COMPARES EVERY NEW IMAGE AGAINST
      * THE SIGNATURES STORED UNDER ITS OWN SETTINGS KEY. A BLANK
      * STATE MEANS NO SIGNATURE - THE RECORD PREDATES THE FIELD,
      * WAS REBUILT FROM THE LOGS (WHICH CARRY NO PIXELS) OR IS A
      * DIFFERENCE RENDERING - AND IS NEVER COMPARED
           02 CAT-IMAGE-ID PICTURE X(40).
           02 CAT-SIGNATURE-STATE PICTURE X.
               88 CAT-HAS-SIGNATURE VALUE 'Y'.
           02 CAT-SETTINGS-KEY PICTURE 9(18).
           02 CAT-SIGNATURE.
               03 CAT-SIGNATURE-CELL PICTURE 999 OCCURS 64 TIMES.
