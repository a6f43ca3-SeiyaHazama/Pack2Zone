      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  BALHIST - NIGHTLY BALANCING RESULT RECORD LAYOUT.             *
      *  ONE RECORD PER SHEET THE NIGHTLY BALANCING (COMP3012) PRINTS, *
      *  APPENDED TO PROD.COMP.BALHIST AS THE SHEET IS CLOSED - THE    *
      *  BALANCE DATE, THE PROGRAM WHOSE LOGGED RUN WAS BALANCED       *
      *  (COMP3001 BUILD, COMP3021 HOLD RELEASE OR COMP3024 REISSUE),  *
      *  THAT RUN'S PARTNER, RUN ID AND TAPE DATE AS THE RUN LOG       *
      *  CARRIES THEM, AND WHETHER EVERY CHECK ON THE SHEET AGREED.    *
      *  THE PRINTED SHEET GOES WITH ITS SYSOUT; THIS IS THE LASTING   *
      *  RECORD OF IT, READ BY THE MORNING STATUS SHEET (COMP3025).  A *
      *  NIGHT BALANCED TWICE IS APPENDED TWICE; THE LATEST ENTRY FOR  *
      *  A RUN STANDS.                                                 *
      ******************************************************************
       01  BALANCE-HIST-REC.
           02  BH-BALANCE-DATE  PICTURE X(08).
           02  BH-STAMP-DATE    PICTURE X(08).
           02  BH-STAMP-TIME    PICTURE X(06).
           02  BH-PROGRAM       PICTURE X(08).
           02  BH-PARTNER-ID    PICTURE X(04).
           02  BH-RUN-TIME      PICTURE X(06).
           02  BH-TAPE-DATE     PICTURE X(08).
           02  BH-RESULT        PICTURE X(01).
             88  BH-BALANCED      VALUE  'B'.
             88  BH-IMBALANCED    VALUE  'I'.
           02  FILLER           PICTURE X(11).
