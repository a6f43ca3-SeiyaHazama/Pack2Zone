      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  GLJRNL - GENERAL-LEDGER JOURNAL FILE RECORD LAYOUT.  THE      *
      *  JOURNAL-ENTRY FILE COMP3019 WRITES FROM A VERIFIED SETTLEMENT *
      *  SUMMARY, IN THE LAYOUT THE FINANCE SYSTEM LOADS.  EACH FILE   *
      *  IS ONE BATCH: A BATCH HEADER NAMING THE GENERATION POSTED     *
      *  (THE BATCH ID IS THE PARTNER ID AND TAPE DATE), ONE ENTRY PER *
      *  ACCOUNT - DEBITS FIRST, THEN CREDITS - THE BALANCING ENTRY TO *
      *  THE PARTNER'S CLEARING ACCOUNT, AND A BATCH TRAILER WITH THE  *
      *  ENTRY COUNT, THE DEBIT AND CREDIT CONTROL TOTALS AND THE      *
      *  SETTLEMENT NET THE BATCH WAS BUILT FROM.  AMOUNTS ARE         *
      *  UNSIGNED - THE DEBIT/CREDIT FLAG CARRIES THE DIRECTION.  ALL  *
      *  THREE REDEFINE THE SAME 80-BYTE AREA.                         *
      ******************************************************************
       01  GL-JOURNAL-REC.
           02  GJ-REC-TYPE      PICTURE X(01).
             88  GJ-BATCH-HDR     VALUE  'H'.
             88  GJ-ENTRY         VALUE  'E'.
             88  GJ-BATCH-TRL     VALUE  'T'.
           02  GJ-BATCH-ID.
             03  GJ-PARTNER-ID  PICTURE X(04).
             03  GJ-TAPE-DATE   PICTURE X(08).
           02  FILLER           PICTURE X(67).
      *--  BATCH HEADER - WHERE THE BATCH CAME FROM, THE DATE IT
      *--  POSTS FOR (THE TAPE DATE) AND WHEN IT WAS BUILT.
       01  GJ-HDR-REC  REDEFINES  GL-JOURNAL-REC.
           02  GJH-ID           PICTURE X(01).
           02  GJH-BATCH-ID     PICTURE X(12).
           02  GJH-SOURCE       PICTURE X(08).
           02  GJH-POSTING-DATE PICTURE X(08).
           02  GJH-BUILT-DATE   PICTURE X(08).
           02  GJH-BUILT-TIME   PICTURE X(06).
           02  GJH-CURRENCY     PICTURE X(03).
           02  FILLER           PICTURE X(34).
      *--  ONE JOURNAL ENTRY - THE GL CODE, DEBIT OR CREDIT, THE
      *--  AMOUNT, AND THE SETTLED ACCOUNT IT CAME FROM (OR
      *--  'CLEARING' ON THE BALANCING ENTRY).
       01  GJ-ENTRY-REC  REDEFINES  GL-JOURNAL-REC.
           02  GJE-ID           PICTURE X(01).
           02  GJE-BATCH-ID     PICTURE X(12).
           02  GJE-LINE-NUMBER  PICTURE 9(07).
           02  GJE-GL-CODE      PICTURE X(10).
           02  GJE-DR-CR        PICTURE X(01).
             88  GJE-DEBIT        VALUE  'D'.
             88  GJE-CREDIT       VALUE  'C'.
           02  GJE-AMOUNT       PICTURE 9(13).
           02  GJE-REFERENCE    PICTURE X(10).
           02  GJE-DESCRIPTION  PICTURE X(20).
           02  FILLER           PICTURE X(06).
      *--  BATCH TRAILER - THE CONTROL TOTALS THE FINANCE SYSTEM
      *--  PROVES THE BATCH AGAINST BEFORE POSTING IT.
       01  GJ-TRL-REC  REDEFINES  GL-JOURNAL-REC.
           02  GJT-ID           PICTURE X(01).
           02  GJT-BATCH-ID     PICTURE X(12).
           02  GJT-ENTRY-COUNT  PICTURE 9(07).
           02  GJT-DEBIT-TOTAL  PICTURE 9(15).
           02  GJT-CREDIT-TOTAL PICTURE 9(15).
           02  GJT-SETTLE-NET   PICTURE S9(15).
           02  FILLER           PICTURE X(15).
