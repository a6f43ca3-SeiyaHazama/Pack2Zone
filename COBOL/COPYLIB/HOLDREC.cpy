      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  HOLDREC - SHARED AUTHORIZATION HOLD QUEUE RECORD LAYOUT.      *
      *  ONE RECORD PER 'C' OR 'P' DETAIL COMP3001 HELD OFF THE TAPE   *
      *  BECAUSE IT BROKE THE PARTNER'S SINGLE-ITEM LIMIT OR TOOK THE  *
      *  ACCOUNT PAST ITS DAILY LIMIT (SEE COPYLIB/PARTPROF).  THE     *
      *  RUN DATE, RUN IDENTIFIER (THE HHMMSS THE BUILD STARTED) AND   *
      *  INPUT RECORD NUMBER KEY THE HOLD THE SAME WAY THEY KEY A      *
      *  REJECT, SO A SUPERVISOR'S DECISION CAN BE MATCHED AGAINST     *
      *  IT.  THE ORIGINAL 26-BYTE SOURCE RECORD FOLLOWS, THEN WHICH   *
      *  LIMIT WAS BROKEN AND BY HOW MUCH.  THE DECISION FIELDS ARE    *
      *  BLANK ON THE LIVE QUEUE; THE HOLD RELEASE (COMP3021) FILLS    *
      *  THEM IN ON THE RELEASE LIST IT HANDS THE NEXT BUILD.          *
      ******************************************************************
       01  HOLD-REC.
           02  HQ-RUN-DATE      PICTURE X(08).
           02  HQ-RUN-ID        PICTURE X(06).
           02  HQ-RECORD-NUM    PICTURE 9(09).
           02  HQ-PARTNER-ID    PICTURE X(04).
           02  HQ-SOURCE-REC    PICTURE X(26).
      *--  'I' - THE AMOUNT ALONE IS OVER THE SINGLE-ITEM LIMIT.
      *--  'D' - THE ACCOUNT'S DEBITS FOR THE DAY, THIS ONE INCLUDED,
      *--  ARE OVER THE DAILY LIMIT.  HQ-TESTED-AMOUNT IS WHAT WAS
      *--  HELD UP AGAINST HQ-LIMIT - THE ABSOLUTE AMOUNT OR THE DAY'S
      *--  RUNNING TOTAL.
           02  HQ-LIMIT-KIND    PICTURE X(01).
             88  HQ-ITEM-LIMIT    VALUE  'I'.
             88  HQ-DAILY-LIMIT   VALUE  'D'.
           02  HQ-LIMIT         PICTURE 9(11).
           02  HQ-TESTED-AMOUNT PICTURE 9(13).
      *--  THE SUPERVISOR'S DECISION - 'A' APPROVED, 'D' DECLINED -
      *--  WHO MADE IT AND THE DATE IT WAS APPLIED.
           02  HQ-DECISION      PICTURE X(01).
             88  HQ-APPROVED      VALUE  'A'.
             88  HQ-DECLINED      VALUE  'D'.
           02  HQ-SUPERVISOR    PICTURE X(08).
           02  HQ-DECIDED-ON    PICTURE X(08).
           02  FILLER           PICTURE X(05).
