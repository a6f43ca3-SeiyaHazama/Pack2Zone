           02  RET-HDR-RUN-DATE     PICTURE X(08).
           02  RET-HDR-PROGRAM-ID   PICTURE X(08).
           02  RET-HDR-PARTNER-ID   PICTURE X(04).
      *--  THE REISSUE MARK, WHEN THE TAPE RETURNED WAS A REISSUED
      *--  COPY - SEE HDR-REISSUE-FLAG IN COPYLIB/TPREC.
           02  RET-HDR-REISSUE-FLAG PICTURE X(01).
             88  RET-HDR-REISSUE      VALUE  'R'.
           02  RET-HDR-REISSUE-DATE PICTURE X(08).
           02  FILLER               PICTURE X(10).
      *--  ZONE-ONLY BALANCE DETAIL - ALREADY ZONED, CARRIED THROUGH.
       01  RET-ZONE-REC  REDEFINES  RET-REC.
           02  RET-ZONE-ID          PICTURE X(01).
