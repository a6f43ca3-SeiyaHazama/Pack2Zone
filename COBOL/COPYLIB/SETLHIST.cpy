      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  SETLHIST - SETTLEMENT HISTORY RECORD LAYOUT.                  *
      *  ONE RECORD PER ACCOUNT PER SETTLED GENERATION, APPENDED BY    *
      *  COMP3013 ONLY WHEN THE SETTLEMENT SHEET PROVES OUT TO THE     *
      *  TRAILER.  PROD.OUT.TP.SETTLSUM IS REWRITTEN ON EVERY RUN AND  *
      *  CARRIES NO GENERATION IDENTITY, SO THIS IS THE LASTING RECORD *
      *  OF WHICH TAPE SETTLED WHAT NET AMOUNT FOR AN ACCOUNT - READ   *
      *  BY THE ACCOUNT HISTORY TRAIL (COMP3020).  A GENERATION        *
      *  SETTLED TWICE IS APPENDED TWICE; THE ENTRY WITH THE LATEST    *
      *  SETTLED-ON DATE STANDS.                                       *
      ******************************************************************
       01  SETTLE-HIST-REC.
           02  STL-PARTNER-ID   PICTURE X(04).
           02  STL-TAPE-DATE    PICTURE X(08).
           02  STL-ACCOUNT      PICTURE 9(10).
           02  STL-TXN-COUNT    PICTURE 9(09).
           02  STL-NET-AMOUNT   PICTURE S9(13).
           02  STL-KANA         PICTURE X(09).
           02  STL-SETTLED-ON   PICTURE X(08).
           02  FILLER           PICTURE X(09).
