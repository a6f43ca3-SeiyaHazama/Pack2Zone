      *--  WHICH PARTNER THIS GENERATION WAS BUILT FOR - A RETURNED
      *--  TAPE IS MATCHED BACK TO ITS OWNER THROUGH THIS FIELD.
           02  HDR-PARTNER-ID   PICTURE X(04).
      *--  SET ONLY ON A REISSUED COPY OF A GENERATION THE PARTNER
      *--  REPORTED UNREADABLE OR LOST (COMP3024) - 'R' AND THE DATE
      *--  THE COPY WAS CUT.  HDR-RUN-DATE STILL CARRIES THE ORIGINAL
      *--  TAPE DATE, SO THE COPY REPLACES THAT GENERATION AND IS THE
      *--  SAME SHIPMENT EVERYWHERE THE PARTNER ID AND RUN DATE
      *--  IDENTIFY ONE.  SPACES ON A GENERATION AS BUILT.
           02  HDR-REISSUE-FLAG PICTURE X(01).
             88  HDR-REISSUE      VALUE  'R'.
           02  HDR-REISSUE-DATE PICTURE X(08).
           02  FILLER           PICTURE X(10).
      *--  ZONE-ONLY BALANCE DETAIL - SIGNED, ZONED DECIMAL.
       01  TP-ZONE-REC  REDEFINES  TP-REC.
           02  ZONE-ID          PICTURE X(01).
