      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  TAPELDG - TAPE GENERATION LIFECYCLE LEDGER RECORD LAYOUT.     *
      *  ONE ENTRY IS APPENDED TO PROD.COMP.TAPELDG AT EACH STEP OF A  *
      *  GENERATION'S LIFE, KEYED BY THE PARTNER ID AND THE RUN DATE   *
      *  CARRIED IN THE TAPE HEADER (HDR-PARTNER-ID AND HDR-RUN-DATE,  *
      *  WHICH TOGETHER IDENTIFY THE GENERATION): COMP3001 OPENS THE   *
      *  LEDGER WITH A BUILT ENTRY, COMP3004 STAMPS VERIFIED WHEN THE  *
      *  TAPE BALANCES CLEAN, COMP3018 STAMPS ACKNOWLEDGED OR REFUSED  *
      *  WHEN THE PARTNER'S ACKNOWLEDGEMENT FILE COMES IN, COMP3003    *
      *  STAMPS RETURNED WHEN THE PARTNER'S TAPE IS REBUILT, AND       *
      *  COMP3006 STAMPS RECONCILED WHEN THE ROUND TRIP IS COMPARED.   *
      *  THE LEDGER IS APPEND-ONLY, LIKE THE RUN-HISTORY LOG - THE     *
      *  LATEST ENTRY FOR A GENERATION IS ITS CURRENT STATE.  THE      *
      *  OUTSTANDING-GENERATIONS REPORT (COMP3011) READS IT BACK SO    *
      *  OVERDUE RETURNS AND MISSING ACKNOWLEDGEMENTS GET CHASED       *
      *  INSTEAD OF NOTICED BY ACCIDENT.  COMP3019 ALSO STAMPS         *
      *  JOURNALED WHEN THE GENERATION'S SETTLEMENT IS POSTED TO THE   *
      *  GENERAL LEDGER, SO THERE IS PROOF OF WHICH GENERATION WAS     *
      *  POSTED AND WHEN.  A JOURNALED ENTRY RECORDS A POSTING, NOT A  *
      *  STEP IN THE TAPE'S LIFE - A PROGRAM ROLLING UP A GENERATION'S *
      *  CURRENT STATE PASSES OVER IT.  WHEN A PARTNER REPORTS A      *
      *  GENERATION UNREADABLE OR LOST, COMP3024 COPIES IT TO A NEW    *
      *  GENERATION AND STAMPS REISSUED UNDER THE SAME PARTNER ID AND  *
      *  TAPE DATE - THE KEY IS THE LINK TO THE ORIGINAL, SO THE       *
      *  ORIGINAL AND THE REISSUE STAY ONE SHIPMENT ON THE LEDGER.     *
      *  THE MORNING STATUS SHEET (COMP3025) READS IT BACK AS WELL,    *
      *  FOR THE STATE OF EACH PARTNER'S LATEST TAPE AND ITS OVERDUE   *
      *  RETURNS.                                                      *
      ******************************************************************
       01  TAPE-LEDGER-REC.
           02  TL-PARTNER-ID    PICTURE X(04).
           02  TL-STATUS        PICTURE X(10).
             88  TL-BUILT         VALUE  'BUILT'.
             88  TL-VERIFIED      VALUE  'VERIFIED'.
      *--  ACKNOWLEDGED IS SPELT SHORT TO FIT THE 10-BYTE STATUS.
             88  TL-ACKNOWLEDGED  VALUE  'ACKNOWLDGD'.
             88  TL-REFUSED       VALUE  'REFUSED'.
             88  TL-RETURNED      VALUE  'RETURNED'.
             88  TL-RECONCILED    VALUE  'RECONCILED'.
             88  TL-JOURNALED     VALUE  'JOURNALED'.
             88  TL-REISSUED      VALUE  'REISSUED'.
           02  TL-STAMP-DATE    PICTURE X(08).
           02  TL-STAMP-TIME    PICTURE X(06).
           02  TL-PROGRAM       PICTURE X(08).
