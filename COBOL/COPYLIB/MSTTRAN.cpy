      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  MSTTRAN - SHARED CUSTOMER MASTER MAINTENANCE TRANSACTION      *
      *  LAYOUT.  ONE RECORD PER ADD, CHANGE OR CLOSE, KEYED BY        *
      *  ACCOUNT NUMBER.  APPLIED TO THE CUSTOMER MASTER BY COMP3010;  *
      *  KEYED BY THE CONTROL DESK, AND PROPOSED BY THE CORE SYNC      *
      *  (COMP3023) FROM THE BANK'S NIGHTLY ACCOUNT EXTRACT.  THE      *
      *  ACTION, THE ACCOUNT KEY, AND THE FIELDS THE ACTION CARRIES.   *
      *  A BLANK DATE ON AN ADD OR A CLOSE DEFAULTS TO THE RUN DATE.   *
      ******************************************************************
       01  MASTER-TRAN-REC.
           02  MX-ACTION             PICTURE X(01).
             88  MX-ADD                  VALUE  'A'.
             88  MX-CHANGE               VALUE  'C'.
             88  MX-CLOSE                VALUE  'X'.
           02  MX-ACCOUNT            PICTURE 9(10).
           02  MX-OPEN-DATE          PICTURE X(08).
           02  MX-CLOSE-DATE         PICTURE X(08).
           02  MX-KANA               PICTURE X(09).
           02  FILLER                PICTURE X(04).
