      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  REJREC - SHARED REJECT FILE RECORD LAYOUT.                    *
      *  WRITTEN BY COMP3001 FOR EVERY SOURCE RECORD THAT FAILED       *
      *  VALIDATION, AND BY COMP3018 FOR EVERY SHIPPED DETAIL A        *
      *  PARTNER REFUSED, READ BACK BY THE CORRECTION FACILITY         *
      *  (COMP3005) AND BY THE ARCHIVE HOUSEKEEPING                    *
      *  (COMP3008/COMP3009).  THE RUN DATE AND INPUT RECORD NUMBER    *
      *  TOGETHER KEY THE REJECT SO A CORRECTION TRANSACTION CAN BE    *
      *  MATCHED AGAINST IT; THE RUN IDENTIFIER (THE HHMMSS THE RUN    *
      *  STARTED) TELLS RUNS OF THE SAME DATE APART.  A PARTNER        *
      *  REFUSAL CARRIES THE TAPE DATE, THE PARTNER ID FOLLOWED BY     *
      *  'RF' AS ITS RUN IDENTIFIER, AND THE DETAIL'S TAPE SEQUENCE    *
      *  NUMBER AS ITS RECORD NUMBER.  THE ORIGINAL 26-BYTE SOURCE     *
      *  RECORD AND THE REJECT REASON FOLLOW.                          *
      ******************************************************************
       01  REJECT-REC.
           02  REJ-RUN-DATE    PICTURE X(08).
