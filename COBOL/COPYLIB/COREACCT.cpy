      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  COREACCT - CORE BANKING NIGHTLY ACCOUNT EXTRACT RECORD        *
      *  LAYOUT.  ONE RECORD PER ACCOUNT THE BANK'S CORE SYSTEM HOLDS, *
      *  OPEN OR CLOSED, SENT DOWN EACH NIGHT AND SORTED INTO ACCOUNT  *
      *  ORDER AHEAD OF THE CORE SYNC (COMP3023), WHICH COMPARES IT    *
      *  WITH THE CUSTOMER MASTER (SEE COPYLIB/CUSTMST).  THE KANA     *
      *  NAME IS THE REGISTERED NAME IN THE SAME SINGLE-BYTE           *
      *  HALF-WIDTH KATAKANA FORM AS CM-KANA.  A CLOSE DATE IS ONLY    *
      *  PRESENT ON A CLOSED ACCOUNT.                                  *
      ******************************************************************
       01  CORE-ACCOUNT-REC.
           02  CA-ACCOUNT       PICTURE 9(10).
           02  CA-STATUS        PICTURE X(01).
             88  CA-ACTIVE        VALUE  'A'.
             88  CA-CLOSED        VALUE  'C'.
           02  CA-OPEN-DATE     PICTURE X(08).
           02  CA-CLOSE-DATE    PICTURE X(08).
           02  CA-KANA          PICTURE X(09).
           02  FILLER           PICTURE X(04).
