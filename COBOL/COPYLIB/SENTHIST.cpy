      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  SENTHIST - ROLLING SENT-HISTORY RECORD LAYOUT.                *
      *  ONE RECORD PER COMBINED CUSTOMER ('C') DETAIL SHIPPED,        *
      *  WRITTEN BY COMP3001 AS IT BUILDS EACH PARTNER TAPE.  THE      *
      *  DATASET IS A KEYED (VSAM KSDS) FILE - THE KEY LEADS WITH THE  *
      *  ACCOUNT NUMBER AND THE RUN DATE, SO THE CROSS-NIGHT           *
      *  DUPLICATE CHECK STARTS ON AN ACCOUNT AT THE OPENING DATE OF   *
      *  ITS LOOKBACK WINDOW AND READS FORWARD ONLY THAT ACCOUNT'S     *
      *  ENTRIES.  THE PARTNER, RUN IDENTIFIER (THE HHMMSS THE BUILD   *
      *  STARTED) AND TAPE SEQUENCE NUMBER COMPLETE THE KEY AND SAY    *
      *  EXACTLY WHICH DETAIL ON WHICH GENERATION CARRIED THE AMOUNT.  *
      *  ENTRIES LOADED FROM THE OLD SEQUENTIAL HISTORY AT CUTOVER     *
      *  CARRY A BLANK PARTNER AND THE RUN IDENTIFIER 'CUTOVR'.        *
      ******************************************************************
       01  SENT-HIST-REC.
           02  SH-KEY.
             03  SH-ACCOUNT     PICTURE 9(10).
             03  SH-RUN-DATE    PICTURE X(08).
             03  SH-PARTNER-ID  PICTURE X(04).
             03  SH-RUN-ID      PICTURE X(06).
             03  SH-SEQ-NUMBER  PICTURE 9(07).
           02  SH-AMOUNT        PICTURE S9(10).
           02  FILLER           PICTURE X(05).
