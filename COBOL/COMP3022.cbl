      ******************************************************************
      *  OVERVIEW: THIS PGM IS PRODUCE A MASKED COPY OF THE PRODUCTION *
      *            FILES FOR THE TEST REGION, SO NO REAL ACCOUNT       *
      *            NUMBER OR KANA NAME REACHES A CONTRACTOR.  THE      *
      *            IN-PACK EXTRACT, CUSTOMER MASTER, SENT HISTORY,     *
      *            OUT-TP GENERATIONS, RETURN EXTRACTS, REJECT FILE    *
      *            AND RUN LOG ARE COPIED RECORD FOR RECORD.  EVERY    *
      *            ACCOUNT NUMBER IS REPLACED BY A SUBSTITUTE WORKED   *
      *            OUT FROM IT AND THE SYSIN KEY - THE SAME ACCOUNT    *
      *            ALWAYS GETS THE SAME SUBSTITUTE AND NO TWO ACCOUNTS *
      *            SHARE ONE, SO A DETAIL STILL FINDS ITS MASTER.      *
      *            EVERY KANA NAME IS REPLACED BY PLAIN HALF-WIDTH     *
      *            KATAKANA THAT STILL PASSES COMP3001'S KANA CHECK,   *
      *            AND AMOUNTS MAY BE SCALED, SIGN KEPT.  TRAILERS ARE *
      *            RECOMPUTED AND THE BUILD AND REISSUE RUNS' LOGGED   *
      *            TOTALS REPLACED SO COMP3004 AND COMP3012 STILL      *
      *            BALANCE ON THE MASKED SET.  PRINTS A CONTROL REPORT *
      *            OF RECORDS IN AND OUT PER FILE.                     *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3022.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  CONTROL CARDS - THE MASKING KEY AND THE AMOUNT SCALE.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                            FILE STATUS  IS  WS-CONTROL-STATUS.
      *--  EACH PRODUCTION FILE IS READ UNDER THE DDNAME ITS OWN
      *--  PROGRAMS USE AND WRITTEN, MASKED, UNDER THE SAME NAME
      *--  WITH AN 'M' IN FRONT.
           SELECT  IN-PACK       ASSIGN  TO  'INPACK'
                            FILE STATUS  IS  WS-INPACK-STATUS.
           SELECT  MASK-PACK     ASSIGN  TO  'MINPACK'
                            FILE STATUS  IS  WS-MINPACK-STATUS.
      *--  THE KEYED FILES ARE READ IN KEY ORDER.  THE MASKED COPIES
      *--  ARE SEQUENTIAL AND OUT OF KEY ORDER - THE JCL SORTS THEM
      *--  AND LOADS THE TEST REGION'S CLUSTERS.
           SELECT  CUST-MASTER   ASSIGN  TO  'CUSTMST'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  SEQUENTIAL
                            RECORD KEY   IS  CM-ACCOUNT
                            FILE STATUS  IS  WS-MASTER-STATUS.
           SELECT  MASK-MASTER   ASSIGN  TO  'MCUSTMST'
                            FILE STATUS  IS  WS-MMASTER-STATUS.
           SELECT  SENT-HIST     ASSIGN  TO  'SENTHIST'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  SEQUENTIAL
                            RECORD KEY   IS  SH-KEY
                            FILE STATUS  IS  WS-SENTHIST-STATUS.
           SELECT  MASK-HIST     ASSIGN  TO  'MSENTHST'
                            FILE STATUS  IS  WS-MSENTHST-STATUS.
      *--  OUTTP MAY CONCATENATE SEVERAL GENERATIONS - EACH ONE'S
      *--  TRAILER IS REBUILT IN TURN.
           SELECT  OUT-TP        ASSIGN  TO  'OUTTP'
                            FILE STATUS  IS  WS-OUT-TP-STATUS.
           SELECT  MASK-TP       ASSIGN  TO  'MOUTTP'
                            FILE STATUS  IS  WS-MOUTTP-STATUS.
           SELECT  RETURN-FILE   ASSIGN  TO  'RETPACK'
                            FILE STATUS  IS  WS-RETPACK-STATUS.
           SELECT  MASK-RETURN   ASSIGN  TO  'MRETPACK'
                            FILE STATUS  IS  WS-MRETPACK-STATUS.
      *--  THE REJECT FILE CARRIES THE REJECTED SOURCE RECORD, AND
      *--  THE RUN LOG THE TOTALS THE NIGHTLY BALANCING PROVES THE
      *--  TRAILERS AGAINST - BOTH TRAVEL WITH THE MASKED SET.
           SELECT  REJECT-FILE   ASSIGN  TO  'REJECT'
                            FILE STATUS  IS  WS-REJECT-STATUS.
           SELECT  MASK-REJECT   ASSIGN  TO  'MREJECT'
                            FILE STATUS  IS  WS-MREJECT-STATUS.
           SELECT  RUN-LOG       ASSIGN  TO  'RUNLOG'
                            FILE STATUS  IS  WS-RUNLOG-STATUS.
           SELECT  MASK-RUNLOG   ASSIGN  TO  'MRUNLOG'
                            FILE STATUS  IS  WS-MRUNLOG-STATUS.
      *--  PRINTED CONTROL REPORT.
           SELECT  REPORT-FILE   ASSIGN  TO  'MASKRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  CONTROL CARD INPUT.
           FD      CONTROL-FILE.
           01      CONTROL-CARD          PICTURE X(80).
      *--  IN-PACK EXTRACT, READ INTO THE SHARED INPACK LAYOUT IN
      *--  WORKING STORAGE, WHERE A REJECTED SOURCE RECORD IS ALSO
      *--  MASKED.
           FD      IN-PACK.
           01      IN-PACK-FILE-REC      PICTURE X(26).
           FD      MASK-PACK.
           01      MASK-PACK-REC         PICTURE X(26).
      *--  CUSTOMER MASTER.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/CUSTMST.
           FD      CUST-MASTER.
           COPY    CUSTMST.
           FD      MASK-MASTER.
           01      MASK-MASTER-REC       PICTURE X(40).
      *--  SENT HISTORY.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/SENTHIST.
           FD      SENT-HIST.
           COPY    SENTHIST.
           FD      MASK-HIST.
           01      MASK-HIST-REC         PICTURE X(50).
      *--  OUT-TP GENERATIONS.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/TPREC.
           FD      OUT-TP.
           COPY    TPREC.
           FD      MASK-TP.
           01      MASK-TP-REC           PICTURE X(40).
      *--  RETURN EXTRACTS.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/RETPACK.
           FD      RETURN-FILE.
           COPY    RETPACK.
           FD      MASK-RETURN.
           01      MASK-RETURN-REC       PICTURE X(40).
      *--  REJECT FILE, READ INTO THE SHARED REJREC LAYOUT IN
      *--  WORKING STORAGE.
           FD      REJECT-FILE.
           01      REJECT-FILE-REC       PICTURE X(89).
           FD      MASK-REJECT.
           01      MASK-REJECT-REC       PICTURE X(89).
      *--  RUN-HISTORY LOG.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/RUNLOG.
           FD      RUN-LOG.
           COPY    RUNLOG.
           FD      MASK-RUNLOG.
           01      MASK-RUNLOG-REC       PICTURE X(120).
      *--  CONTROL REPORT.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(100).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    CONTROL-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-CONTROL                      VALUE  'Y'.
             02    PACK-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-PACK                         VALUE  'Y'.
             02    MASTER-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-MASTER                       VALUE  'Y'.
             02    HIST-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-HISTORY                      VALUE  'Y'.
             02    TAPE-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-TAPE                         VALUE  'Y'.
             02    RETURN-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-RETURNS                      VALUE  'Y'.
             02    REJECT-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-REJECTS                      VALUE  'Y'.
             02    RUNLOG-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-RUNLOG                       VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
           01      WS-INPACK-STATUS   PICTURE X(02).
             88    WS-INPACK-OK                 VALUE  '00'.
           01      WS-MINPACK-STATUS  PICTURE X(02).
             88    WS-MINPACK-OK                VALUE  '00'.
           01      WS-MASTER-STATUS   PICTURE X(02).
             88    WS-MASTER-OK                 VALUE  '00'.
           01      WS-MMASTER-STATUS  PICTURE X(02).
             88    WS-MMASTER-OK                VALUE  '00'.
           01      WS-SENTHIST-STATUS PICTURE X(02).
             88    WS-SENTHIST-OK               VALUE  '00'.
           01      WS-MSENTHST-STATUS PICTURE X(02).
             88    WS-MSENTHST-OK               VALUE  '00'.
           01      WS-OUT-TP-STATUS   PICTURE X(02).
             88    WS-OUT-TP-OK                 VALUE  '00'.
           01      WS-MOUTTP-STATUS   PICTURE X(02).
             88    WS-MOUTTP-OK                 VALUE  '00'.
           01      WS-RETPACK-STATUS  PICTURE X(02).
             88    WS-RETPACK-OK                VALUE  '00'.
           01      WS-MRETPACK-STATUS PICTURE X(02).
             88    WS-MRETPACK-OK               VALUE  '00'.
           01      WS-REJECT-STATUS   PICTURE X(02).
             88    WS-REJECT-OK                 VALUE  '00'.
           01      WS-MREJECT-STATUS  PICTURE X(02).
             88    WS-MREJECT-OK                VALUE  '00'.
           01      WS-RUNLOG-STATUS   PICTURE X(02).
             88    WS-RUNLOG-OK                 VALUE  '00'.
           01      WS-MRUNLOG-STATUS  PICTURE X(02).
             88    WS-MRUNLOG-OK                VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
      *--  THE SOURCE RECORD BEING MASKED - AN IN-PACK EXTRACT
      *--  RECORD OR THE SOURCE RECORD INSIDE A REJECT.  RECORD
      *--  LAYOUT IS SHARED - SEE COPYLIB/INPACK.
           COPY    INPACK.
      *--  THE REJECT BEING MASKED.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/REJREC.
           COPY    REJREC.
      *--  CONTROL CARDS AS KEYED ON SYSIN.
           01      KEY-CARD.
             02    KCARD-KEY          PICTURE X(10).
             02    KCARD-REST         PICTURE X(66).
           01      SCALE-CARD.
             02    SCARD-PERCENT      PICTURE X(03).
             02    SCARD-PERCENT-N    REDEFINES  SCARD-PERCENT
                                      PICTURE 9(03).
             02    SCARD-REST         PICTURE X(71).
      *--  THE MASKING KEY, ONE DIGIT AT A TIME, AND THE PERCENTAGE
      *--  EVERY AMOUNT IS SCALED TO (100 LEAVES AMOUNTS AS THEY ARE).
           01      MASK-CONTROL.
             02    KEY-SWITCH         PICTURE X(01)  VALUE  'N'.
               88  KEY-GIVEN                          VALUE  'Y'.
             02    MASK-KEY           PICTURE X(10).
             02    MASK-KEY-DIGITS    REDEFINES  MASK-KEY.
               03  KEY-DIGIT          PICTURE 9(01)  OCCURS  10.
             02    SCALE-PERCENT      PICTURE 9(03)  VALUE  100.
      *--  AN ACCOUNT NUMBER ON ITS WAY THROUGH THE SUBSTITUTION,
      *--  ONE DIGIT AT A TIME.  EACH DIGIT IS SHIFTED BY A KEY DIGIT
      *--  AND A CARRY TAKEN FROM THE DIGIT JUST WRITTEN, FIRST LEFT
      *--  TO RIGHT AND THEN RIGHT TO LEFT - EVERY STEP CAN BE UNDONE
      *--  FROM THE KEY, SO TWO ACCOUNTS NEVER SHARE A SUBSTITUTE, AND
      *--  A CHANGE IN ANY ONE DIGIT CHANGES THE WHOLE SUBSTITUTE.
           01      ACCOUNT-WORK.
             02    AW-ACCOUNT         PICTURE 9(10).
             02    AW-DIGITS          REDEFINES  AW-ACCOUNT.
               03  AW-DIGIT           PICTURE 9(01)  OCCURS  10.
             02    DG-INDEX           PICTURE S9(04) COMP.
             02    DG-MIRROR          PICTURE S9(04) COMP.
             02    DG-CARRY           PICTURE 9(04)  COMP.
             02    DG-WORK            PICTURE 9(04)  COMP.
             02    DG-QUOTIENT        PICTURE 9(04)  COMP.
             02    DG-REMAINDER       PICTURE 9(04)  COMP.
      *--  A KANA NAME ON ITS WAY THROUGH THE SUBSTITUTION.  EVERY
      *--  KATAKANA BYTE IS REPLACED BY ONE OF THE FORTY-FIVE PLAIN
      *--  KANA X'B1' THRU X'DD', PICKED BY A RUNNING HASH OF THE
      *--  ORIGINAL NAME AND THE KEY - THE SAME NAME ALWAYS MASKS THE
      *--  SAME WAY.  BLANK PAD BYTES STAY BLANK.  A BYTE OUTSIDE
      *--  X'A1' THRU X'DF' IS REPLACED BY LOW-VALUE, SO A NAME THAT
      *--  FAILED THE KANA CHECK STILL FAILS IT BUT SHOWS NOTHING.
           01      KANA-WORK.
             02    KW-NAME            PICTURE X(09).
             02    KB-INDEX           PICTURE 9(02)  COMP.
             02    KB-BYTE            PICTURE X(01).
             02    KB-HASH            PICTURE 9(04)  COMP.
             02    KB-WORK            PICTURE 9(04)  COMP.
             02    KB-QUOTIENT        PICTURE 9(04)  COMP.
             02    KT-INDEX           PICTURE 9(02)  COMP.
             02    KT-MATCH-INDEX     PICTURE 9(02)  COMP.
             02    KT-OUT-INDEX       PICTURE 9(02)  COMP.
      *--  EVERY SINGLE-BYTE KATAKANA CODE POINT X'A1' THRU X'DF', IN
      *--  ORDER - THE 17TH THRU 61ST ARE THE PLAIN KANA A MASKED
      *--  NAME IS BUILT FROM.
           01      KANA-TABLE.
             02    KT-BYTES.
               03  FILLER  PICTURE X(01)  VALUE  X'A1'.
               03  FILLER  PICTURE X(01)  VALUE  X'A2'.
               03  FILLER  PICTURE X(01)  VALUE  X'A3'.
               03  FILLER  PICTURE X(01)  VALUE  X'A4'.
               03  FILLER  PICTURE X(01)  VALUE  X'A5'.
               03  FILLER  PICTURE X(01)  VALUE  X'A6'.
               03  FILLER  PICTURE X(01)  VALUE  X'A7'.
               03  FILLER  PICTURE X(01)  VALUE  X'A8'.
               03  FILLER  PICTURE X(01)  VALUE  X'A9'.
               03  FILLER  PICTURE X(01)  VALUE  X'AA'.
               03  FILLER  PICTURE X(01)  VALUE  X'AB'.
               03  FILLER  PICTURE X(01)  VALUE  X'AC'.
               03  FILLER  PICTURE X(01)  VALUE  X'AD'.
               03  FILLER  PICTURE X(01)  VALUE  X'AE'.
               03  FILLER  PICTURE X(01)  VALUE  X'AF'.
               03  FILLER  PICTURE X(01)  VALUE  X'B0'.
               03  FILLER  PICTURE X(01)  VALUE  X'B1'.
               03  FILLER  PICTURE X(01)  VALUE  X'B2'.
               03  FILLER  PICTURE X(01)  VALUE  X'B3'.
               03  FILLER  PICTURE X(01)  VALUE  X'B4'.
               03  FILLER  PICTURE X(01)  VALUE  X'B5'.
               03  FILLER  PICTURE X(01)  VALUE  X'B6'.
               03  FILLER  PICTURE X(01)  VALUE  X'B7'.
               03  FILLER  PICTURE X(01)  VALUE  X'B8'.
               03  FILLER  PICTURE X(01)  VALUE  X'B9'.
               03  FILLER  PICTURE X(01)  VALUE  X'BA'.
               03  FILLER  PICTURE X(01)  VALUE  X'BB'.
               03  FILLER  PICTURE X(01)  VALUE  X'BC'.
               03  FILLER  PICTURE X(01)  VALUE  X'BD'.
               03  FILLER  PICTURE X(01)  VALUE  X'BE'.
               03  FILLER  PICTURE X(01)  VALUE  X'BF'.
               03  FILLER  PICTURE X(01)  VALUE  X'C0'.
               03  FILLER  PICTURE X(01)  VALUE  X'C1'.
               03  FILLER  PICTURE X(01)  VALUE  X'C2'.
               03  FILLER  PICTURE X(01)  VALUE  X'C3'.
               03  FILLER  PICTURE X(01)  VALUE  X'C4'.
               03  FILLER  PICTURE X(01)  VALUE  X'C5'.
               03  FILLER  PICTURE X(01)  VALUE  X'C6'.
               03  FILLER  PICTURE X(01)  VALUE  X'C7'.
               03  FILLER  PICTURE X(01)  VALUE  X'C8'.
               03  FILLER  PICTURE X(01)  VALUE  X'C9'.
               03  FILLER  PICTURE X(01)  VALUE  X'CA'.
               03  FILLER  PICTURE X(01)  VALUE  X'CB'.
               03  FILLER  PICTURE X(01)  VALUE  X'CC'.
               03  FILLER  PICTURE X(01)  VALUE  X'CD'.
               03  FILLER  PICTURE X(01)  VALUE  X'CE'.
               03  FILLER  PICTURE X(01)  VALUE  X'CF'.
               03  FILLER  PICTURE X(01)  VALUE  X'D0'.
               03  FILLER  PICTURE X(01)  VALUE  X'D1'.
               03  FILLER  PICTURE X(01)  VALUE  X'D2'.
               03  FILLER  PICTURE X(01)  VALUE  X'D3'.
               03  FILLER  PICTURE X(01)  VALUE  X'D4'.
               03  FILLER  PICTURE X(01)  VALUE  X'D5'.
               03  FILLER  PICTURE X(01)  VALUE  X'D6'.
               03  FILLER  PICTURE X(01)  VALUE  X'D7'.
               03  FILLER  PICTURE X(01)  VALUE  X'D8'.
               03  FILLER  PICTURE X(01)  VALUE  X'D9'.
               03  FILLER  PICTURE X(01)  VALUE  X'DA'.
               03  FILLER  PICTURE X(01)  VALUE  X'DB'.
               03  FILLER  PICTURE X(01)  VALUE  X'DC'.
               03  FILLER  PICTURE X(01)  VALUE  X'DD'.
               03  FILLER  PICTURE X(01)  VALUE  X'DE'.
               03  FILLER  PICTURE X(01)  VALUE  X'DF'.
             02    KT-TABLE  REDEFINES  KT-BYTES.
               03  KT-BYTE  PICTURE X(01)  OCCURS  63.
      *--  ONE AMOUNT ON ITS WAY THROUGH THE SCALING.
           01      AMOUNT-WORK.
             02    AM-AMOUNT          PICTURE S9(10).
             02    AM-SCALED          PICTURE S9(13).
      *--  ONE AMOUNT ON ITS WAY INTO THE GENERATION'S TOTALS - AS
      *--  READ AND AS MASKED - SPLIT INTO SIGNED AND ABSOLUTE VALUES
      *--  THE SAME WAY COMP3001 BUILDS THE TRAILER AND COMP3004
      *--  CHECKS IT.
           01      TOTAL-AMOUNT-WORK.
             02    TA-IN-SIGNED       PICTURE S9(10) COMP.
             02    TA-OUT-SIGNED      PICTURE S9(10) COMP.
             02    TA-ABSOLUTE        PICTURE 9(10)  COMP.
      *--  THE GENERATION BEING COPIED - FROM ITS HEADER TO ITS
      *--  TRAILER - WITH ITS DETAIL COUNT AND ITS TOTALS BEFORE AND
      *--  AFTER MASKING.
           01      GENERATION-WORK.
             02    GENERATION-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  GENERATION-OPEN                    VALUE  'Y'.
             02    GW-PARTNER-ID      PICTURE X(04)  VALUE  SPACES.
             02    GW-TAPE-DATE       PICTURE X(08)  VALUE  SPACES.
      *--  'Y' WHEN THE HEADER MARKS THE GENERATION A REISSUED COPY.
             02    GW-REISSUE-SWITCH  PICTURE X(01)  VALUE  'N'.
             02    GW-DETAIL-COUNT    PICTURE 9(09)  COMP  VALUE  0.
             02    GW-IN-PACK-TOTAL   PICTURE 9(13)  COMP  VALUE  0.
             02    GW-IN-NET-TOTAL    PICTURE S9(13) COMP  VALUE  0.
             02    GW-OUT-PACK-TOTAL  PICTURE 9(13)  COMP  VALUE  0.
             02    GW-OUT-NET-TOTAL   PICTURE S9(13) COMP  VALUE  0.
      *--  THE TRAILER AS READ - THE SAME THREE FIELDS ON THE TAPE
      *--  AND ON THE RETURN EXTRACT.
           01      TRAILER-IN.
             02    TI-RECORD-COUNT    PICTURE 9(09).
             02    TI-PACK-TOTAL      PICTURE 9(13).
             02    TI-NET-TOTAL       PICTURE S9(13).
      *--  ONE ENTRY PER OUT-TP GENERATION MASKED, IN THE ORDER READ,
      *--  WITH ITS REBUILT TOTALS.  EACH COMP3001 RUN ON THE LOG
      *--  TAKES THE FIRST UNUSED GENERATION AS BUILT FOR ITS PARTNER
      *--  AND TAPE DATE, OR A REISSUED COPY WHEN THE ORIGINAL IS NOT
      *--  HERE, AND EACH COMP3024 RUN THE FIRST UNUSED REISSUED
      *--  COPY - THE SAME PAIRING THE NIGHTLY BALANCING MAKES.
           01      GENERATION-TABLE.
             02    GENERATION-COUNT   PICTURE 9(05)  COMP  VALUE  0.
             02    GENERATION-ENTRY   OCCURS  500.
               03  GT-PARTNER-ID      PICTURE X(04).
               03  GT-TAPE-DATE       PICTURE X(08).
               03  GT-REISSUE-SWITCH  PICTURE X(01).
               03  GT-PACK-TOTAL      PICTURE 9(13).
               03  GT-NET-TOTAL       PICTURE S9(13).
               03  GT-USED-SWITCH     PICTURE X(01).
                 88  GT-USED                            VALUE  'Y'.
           01      TABLE-CONTROL.
             02    GT-INDEX           PICTURE 9(05)  COMP.
             02    GT-MATCH-INDEX     PICTURE 9(05)  COMP.
      *--  WHICH KIND OF GENERATION THE RUN LOG ENTRY IS LOOKING FOR.
             02    WANTED-KIND        PICTURE X(01)  VALUE  'N'.
               88  WANT-ORIGINAL                      VALUE  'N'.
               88  WANT-REISSUE                       VALUE  'Y'.
      *--  RECORDS IN AND OUT PER FILE, AND WHAT WAS DONE TO THEM.
           01      COUNTERS.
             02    BAD-CARD-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    PACK-IN-COUNT         PICTURE 9(09)  COMP  VALUE  0.
             02    PACK-OUT-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    MASTER-IN-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    MASTER-OUT-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    HIST-IN-COUNT         PICTURE 9(09)  COMP  VALUE  0.
             02    HIST-OUT-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    TAPE-IN-COUNT         PICTURE 9(09)  COMP  VALUE  0.
             02    TAPE-OUT-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    RETURN-IN-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    RETURN-OUT-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    REJECT-IN-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    REJECT-OUT-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    RUNLOG-IN-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    RUNLOG-OUT-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    ACCOUNTS-MASKED       PICTURE 9(09)  COMP  VALUE  0.
             02    ACCOUNTS-OVERWRITTEN  PICTURE 9(09)  COMP  VALUE  0.
             02    NAMES-MASKED          PICTURE 9(09)  COMP  VALUE  0.
             02    KANA-BYTES-CLEARED    PICTURE 9(09)  COMP  VALUE  0.
             02    AMOUNTS-SCALED        PICTURE 9(09)  COMP  VALUE  0.
             02    AMOUNTS-CAPPED        PICTURE 9(09)  COMP  VALUE  0.
             02    TAPE-TRAILERS-REBUILT PICTURE 9(09)  COMP  VALUE  0.
             02    RET-TRAILERS-REBUILT  PICTURE 9(09)  COMP  VALUE  0.
             02    UNBALANCED-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    NO-TRAILER-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    RUNLOG-REPLACED-COUNT PICTURE 9(09)  COMP  VALUE  0.
             02    RUNLOG-NO-TAPE-COUNT  PICTURE 9(09)  COMP  VALUE  0.
      *--  ONE CONTROL LINE PER FILE COPIED.
           01      FILE-COUNT-LINE.
             02    FC-DDNAME        PICTURE X(08).
             02    FILLER           PICTURE X(16)
                                     VALUE  '  RECORDS IN:   '.
             02    FC-IN-COUNT      PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(16)
                                     VALUE  '   RECORDS OUT: '.
             02    FC-OUT-COUNT     PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(03)  VALUE  SPACES.
             02    FC-NOTE          PICTURE X(39).
      *--  ONE LINE PER GENERATION WHOSE TRAILER DID NOT BALANCE AS
      *--  READ, OR THAT HAD NO TRAILER AT ALL.
           01      TRAILER-NOTE-LINE.
             02    TN-LABEL         PICTURE X(36).
             02    TN-DDNAME        PICTURE X(08).
             02    TN-FILL1         PICTURE X(02).
             02    TN-PARTNER-ID    PICTURE X(04).
             02    TN-FILL2         PICTURE X(02).
             02    TN-TAPE-DATE     PICTURE X(08).
             02    FILLER           PICTURE X(40)  VALUE  SPACES.
      *--  REPORT HEADING AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(42).
             02    RH-RUN-DATE      PICTURE X(08).
             02    FILLER           PICTURE X(50).
           01      REPORT-SUMMARY-LINE.
             02    RS-LABEL         PICTURE X(30).
             02    RS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(61).
      *--  THE COMPLETION CODE THIS RUN ENDS WITH.
           01      FINAL-CONDITION-CODE  PICTURE 9(02)  VALUE  0.
      *--  TODAY'S DATE, FOR THE REPORT HEADING.
           01      WS-RUN-DATE  PICTURE X(08).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
      *--  A KEY IS REQUIRED AND A BAD CARD STOPS THE RUN - A WRONG
      *--  KEY WOULD GIVE EVERY ACCOUNT A DIFFERENT SUBSTITUTE FROM
      *--  THE ONE THE TEST REGION ALREADY HOLDS.
           PERFORM  READ-CONTROL-S  THRU  READ-CONTROL-E.
           IF  BAD-CARD-COUNT  >  0
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  NOT KEY-GIVEN
               DISPLAY  'COMP3022 - NO KEY=NNNNNNNNNN CARD ON SYSIN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3022 - REPORT FILE OPEN FAILED, STATUS = '
                        WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
      *--  MASK EVERY FILE IN TURN.  THE TAPES GO AHEAD OF THE RUN
      *--  LOG SO THEIR REBUILT TOTALS ARE TO HAND FOR IT.
           PERFORM  EXTRACT-PASS-S   THRU  EXTRACT-PASS-E.
           PERFORM  MASTER-PASS-S    THRU  MASTER-PASS-E.
           PERFORM  HISTORY-PASS-S   THRU  HISTORY-PASS-E.
           PERFORM  TAPE-PASS-S      THRU  TAPE-PASS-E.
           PERFORM  RETURN-PASS-S    THRU  RETURN-PASS-E.
           PERFORM  REJECT-PASS-S    THRU  REJECT-PASS-E.
           PERFORM  RUNLOG-PASS-S    THRU  RUNLOG-PASS-E.
      *--  RECORDS IN AND OUT PER FILE, THEN THE SUMMARY LINES.
           PERFORM  WRITE-FILE-COUNTS-S  THRU  WRITE-FILE-COUNTS-E.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
           CLOSE REPORT-FILE.
      *--  A TRAILER THAT DID NOT BALANCE AS READ, A GENERATION WITH
      *--  NO TRAILER OR AN AMOUNT TOO BIG TO SCALE ENDS THE RUN RC=4
      *--  - THE MASKED SET IS COMPLETE, BUT NOT THE SAME SHAPE AS
      *--  PRODUCTION, AND WHOEVER TESTS ON IT SHOULD KNOW.
           IF  UNBALANCED-COUNT  >  0  OR  NO-TRAILER-COUNT  >  0
               OR  AMOUNTS-CAPPED  >  0
               MOVE  4  TO  FINAL-CONDITION-CODE
           END-IF.
           DISPLAY  'COMP3022 - ACCOUNTS MASKED   '  ACCOUNTS-MASKED.
           DISPLAY  'COMP3022 - KANA NAMES MASKED '  NAMES-MASKED.
           DISPLAY  'COMP3022 - AMOUNTS SCALED    '  AMOUNTS-SCALED.
           DISPLAY  'COMP3022 - TRAILERS REBUILT  '
                    TAPE-TRAILERS-REBUILT.
           MOVE  FINAL-CONDITION-CODE  TO  RETURN-CODE.
        MAIN-E.
           STOP RUN.

        READ-CONTROL    SECTION.
        READ-CONTROL-S.
           OPEN  INPUT  CONTROL-FILE.
           IF  NOT WS-CONTROL-OK
               GO TO  READ-CONTROL-E
           END-IF.
           PERFORM  READ-CONTROL-CARD-S  THRU  READ-CONTROL-CARD-E
                    UNTIL  END-OF-CONTROL.
           CLOSE  CONTROL-FILE.
        READ-CONTROL-E.
           EXIT.

        READ-CONTROL-CARD       SECTION.
        READ-CONTROL-CARD-S.
           READ  CONTROL-FILE
               AT END  SET  END-OF-CONTROL  TO  TRUE
           END-READ.
           IF  END-OF-CONTROL
               GO TO  READ-CONTROL-CARD-E
           END-IF.
      *--  KEY=NNNNNNNNNN - THE TEN-DIGIT MASKING KEY.  THE CARD IS
      *--  NEVER ECHOED, SO THE KEY STAYS OFF THE JOB LOG.
           IF  CONTROL-CARD (1:4)  =  'KEY='
               MOVE  CONTROL-CARD (5:76)  TO  KEY-CARD
               IF  KCARD-KEY  NOT NUMERIC
                   OR  KCARD-REST  NOT =  SPACES
                   DISPLAY  'COMP3022 - KEY CARD IS NOT KEY='
                            'NNNNNNNNNN'
                   ADD  1  TO  BAD-CARD-COUNT
               ELSE
                   MOVE  KCARD-KEY  TO  MASK-KEY
                   SET  KEY-GIVEN   TO  TRUE
               END-IF
               GO TO  READ-CONTROL-CARD-E
           END-IF.
      *--  SCALE=NNN - THE PERCENTAGE EVERY AMOUNT IS SCALED TO,
      *--  001 THRU 999.  WITHOUT THE CARD AMOUNTS ARE LEFT AS THEY
      *--  ARE.
           IF  CONTROL-CARD (1:6)  =  'SCALE='
               MOVE  CONTROL-CARD (7:74)  TO  SCALE-CARD
               IF  SCARD-PERCENT  NOT NUMERIC
                   OR  SCARD-REST  NOT =  SPACES
                   DISPLAY  'COMP3022 - SCALE CARD IS NOT SCALE=NNN: '
                            CONTROL-CARD
                   ADD  1  TO  BAD-CARD-COUNT
               ELSE
                   IF  SCARD-PERCENT-N  =  0
                       DISPLAY  'COMP3022 - SCALE=000 WOULD ZERO '
                                'EVERY AMOUNT'
                       ADD  1  TO  BAD-CARD-COUNT
                   ELSE
                       MOVE  SCARD-PERCENT-N  TO  SCALE-PERCENT
                   END-IF
               END-IF
           END-IF.
        READ-CONTROL-CARD-E.
           EXIT.

        EXTRACT-PASS    SECTION.
        EXTRACT-PASS-S.
           OPEN  INPUT   IN-PACK.
           IF  NOT WS-INPACK-OK
               DISPLAY  'COMP3022 - INPACK OPEN FAILED, STATUS = '
                        WS-INPACK-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  MASK-PACK.
           IF  NOT WS-MINPACK-OK
               DISPLAY  'COMP3022 - MINPACK OPEN FAILED, STATUS = '
                        WS-MINPACK-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-PACK-S       THRU  READ-PACK-E.
           PERFORM  MASK-ONE-PACK-S   THRU  MASK-ONE-PACK-E
                    UNTIL  END-OF-PACK.
           CLOSE  IN-PACK.
           CLOSE  MASK-PACK.
        EXTRACT-PASS-E.
           EXIT.

        READ-PACK       SECTION.
        READ-PACK-S.
           READ  IN-PACK  INTO  IN-PACK-REC
               AT END  SET  END-OF-PACK  TO  TRUE
           END-READ.
           IF  NOT END-OF-PACK
               ADD  1  TO  PACK-IN-COUNT
           END-IF.
        READ-PACK-E.
           EXIT.

        MASK-ONE-PACK   SECTION.
        MASK-ONE-PACK-S.
           PERFORM  MASK-SOURCE-S  THRU  MASK-SOURCE-E.
           WRITE  MASK-PACK-REC  FROM  IN-PACK-REC.
           IF  NOT WS-MINPACK-OK
               DISPLAY  'COMP3022 - MINPACK WRITE FAILED, STATUS = '
                        WS-MINPACK-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  PACK-OUT-COUNT.
           PERFORM  READ-PACK-S  THRU  READ-PACK-E.
        MASK-ONE-PACK-E.
           EXIT.

        MASK-SOURCE     SECTION.
        MASK-SOURCE-S.
      *--  MASK THE SOURCE RECORD IN IN-PACK-REC IN PLACE, BY KIND.
      *--  A FIELD THAT WOULD FAIL COMP3001'S CHECKS IS LEFT TO FAIL
      *--  THEM STILL, SO THE REJECT PATHS CAN BE TESTED ON THE
      *--  MASKED SET.
           EVALUATE  TRUE
               WHEN  IN-ZONE-REC
                   IF  IN-ZONEAREA  NUMERIC
                       MOVE  IN-ZONEAREA  TO  AM-AMOUNT
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT    TO  IN-ZONEAREA
                   END-IF
               WHEN  IN-PACK-DETAIL
                   IF  IN-PACKAREA  NUMERIC
                       MOVE  IN-PACKAREA  TO  AM-AMOUNT
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT    TO  IN-PACKAREA
                   END-IF
               WHEN  IN-KANA-REC
                   MOVE  IN-KANAAREA  TO  KW-NAME
                   PERFORM  MASK-KANA-S  THRU  MASK-KANA-E
                   MOVE  KW-NAME      TO  IN-KANAAREA
               WHEN  IN-CUST-REC
                   IF  IN-CUST-ACCOUNT  NUMERIC
                       MOVE  IN-CUST-ACCOUNT  TO  AW-ACCOUNT
                       PERFORM  MASK-ACCOUNT-S  THRU  MASK-ACCOUNT-E
                       MOVE  AW-ACCOUNT       TO  IN-CUST-ACCOUNT
                   ELSE
                       MOVE  ALL 'X'  TO  IN-CUST-SRC-REC (2:10)
                       ADD  1  TO  ACCOUNTS-OVERWRITTEN
                   END-IF
                   IF  IN-CUST-AMOUNT  NUMERIC
                       MOVE  IN-CUST-AMOUNT  TO  AM-AMOUNT
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT       TO  IN-CUST-AMOUNT
                   END-IF
                   MOVE  IN-CUST-KANA  TO  KW-NAME
                   PERFORM  MASK-KANA-S  THRU  MASK-KANA-E
                   MOVE  KW-NAME       TO  IN-CUST-KANA
               WHEN  OTHER
                   CONTINUE
           END-EVALUATE.
        MASK-SOURCE-E.
           EXIT.

        MASTER-PASS     SECTION.
        MASTER-PASS-S.
           OPEN  INPUT   CUST-MASTER.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3022 - CUSTMST OPEN FAILED, STATUS = '
                        WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  MASK-MASTER.
           IF  NOT WS-MMASTER-OK
               DISPLAY  'COMP3022 - MCUSTMST OPEN FAILED, STATUS = '
                        WS-MMASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-MASTER-S      THRU  READ-MASTER-E.
           PERFORM  MASK-ONE-MASTER-S  THRU  MASK-ONE-MASTER-E
                    UNTIL  END-OF-MASTER.
           CLOSE  CUST-MASTER.
           CLOSE  MASK-MASTER.
        MASTER-PASS-E.
           EXIT.

        READ-MASTER     SECTION.
        READ-MASTER-S.
           READ  CUST-MASTER  NEXT  RECORD
               AT END  SET  END-OF-MASTER  TO  TRUE
           END-READ.
           IF  END-OF-MASTER
               GO TO  READ-MASTER-E
           END-IF.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3022 - CUSTMST READ FAILED, STATUS = '
                        WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  MASTER-IN-COUNT.
        READ-MASTER-E.
           EXIT.

        MASK-ONE-MASTER SECTION.
        MASK-ONE-MASTER-S.
      *--  THE ACCOUNT GETS THE SAME SUBSTITUTE IT GETS ON EVERY
      *--  OTHER FILE, SO THE MASKED DETAILS STILL FIND IT.
           IF  CM-ACCOUNT  NUMERIC
               MOVE  CM-ACCOUNT  TO  AW-ACCOUNT
               PERFORM  MASK-ACCOUNT-S  THRU  MASK-ACCOUNT-E
               MOVE  AW-ACCOUNT  TO  CM-ACCOUNT
           ELSE
               MOVE  ALL 'X'  TO  CUST-MASTER-REC (1:10)
               ADD  1  TO  ACCOUNTS-OVERWRITTEN
           END-IF.
           MOVE  CM-KANA  TO  KW-NAME.
           PERFORM  MASK-KANA-S  THRU  MASK-KANA-E.
           MOVE  KW-NAME  TO  CM-KANA.
           WRITE  MASK-MASTER-REC  FROM  CUST-MASTER-REC.
           IF  NOT WS-MMASTER-OK
               DISPLAY  'COMP3022 - MCUSTMST WRITE FAILED, STATUS = '
                        WS-MMASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  MASTER-OUT-COUNT.
           PERFORM  READ-MASTER-S  THRU  READ-MASTER-E.
        MASK-ONE-MASTER-E.
           EXIT.

        HISTORY-PASS    SECTION.
        HISTORY-PASS-S.
           OPEN  INPUT   SENT-HIST.
           IF  NOT WS-SENTHIST-OK
               DISPLAY  'COMP3022 - SENTHIST OPEN FAILED, STATUS = '
                        WS-SENTHIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  MASK-HIST.
           IF  NOT WS-MSENTHST-OK
               DISPLAY  'COMP3022 - MSENTHST OPEN FAILED, STATUS = '
                        WS-MSENTHST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-HISTORY-S      THRU  READ-HISTORY-E.
           PERFORM  MASK-ONE-HISTORY-S  THRU  MASK-ONE-HISTORY-E
                    UNTIL  END-OF-HISTORY.
           CLOSE  SENT-HIST.
           CLOSE  MASK-HIST.
        HISTORY-PASS-E.
           EXIT.

        READ-HISTORY    SECTION.
        READ-HISTORY-S.
           READ  SENT-HIST  NEXT  RECORD
               AT END  SET  END-OF-HISTORY  TO  TRUE
           END-READ.
           IF  END-OF-HISTORY
               GO TO  READ-HISTORY-E
           END-IF.
           IF  NOT WS-SENTHIST-OK
               DISPLAY  'COMP3022 - SENTHIST READ FAILED, STATUS = '
                        WS-SENTHIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  HIST-IN-COUNT.
        READ-HISTORY-E.
           EXIT.

        MASK-ONE-HISTORY        SECTION.
        MASK-ONE-HISTORY-S.
      *--  THE AMOUNT IS SCALED THE SAME WAY AS THE DETAIL THAT
      *--  SHIPPED IT, SO THE DUPLICATE CHECK STILL MATCHES THEM.
           IF  SH-ACCOUNT  NUMERIC
               MOVE  SH-ACCOUNT  TO  AW-ACCOUNT
               PERFORM  MASK-ACCOUNT-S  THRU  MASK-ACCOUNT-E
               MOVE  AW-ACCOUNT  TO  SH-ACCOUNT
           ELSE
               MOVE  ALL 'X'  TO  SENT-HIST-REC (1:10)
               ADD  1  TO  ACCOUNTS-OVERWRITTEN
           END-IF.
           IF  SH-AMOUNT  NUMERIC
               MOVE  SH-AMOUNT  TO  AM-AMOUNT
               PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
               MOVE  AM-AMOUNT  TO  SH-AMOUNT
           END-IF.
           WRITE  MASK-HIST-REC  FROM  SENT-HIST-REC.
           IF  NOT WS-MSENTHST-OK
               DISPLAY  'COMP3022 - MSENTHST WRITE FAILED, STATUS = '
                        WS-MSENTHST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  HIST-OUT-COUNT.
           PERFORM  READ-HISTORY-S  THRU  READ-HISTORY-E.
        MASK-ONE-HISTORY-E.
           EXIT.

        TAPE-PASS       SECTION.
        TAPE-PASS-S.
           OPEN  INPUT   OUT-TP.
           IF  NOT WS-OUT-TP-OK
               DISPLAY  'COMP3022 - OUTTP OPEN FAILED, STATUS = '
                        WS-OUT-TP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  MASK-TP.
           IF  NOT WS-MOUTTP-OK
               DISPLAY  'COMP3022 - MOUTTP OPEN FAILED, STATUS = '
                        WS-MOUTTP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  'N'  TO  GENERATION-SWITCH.
           PERFORM  READ-TAPE-S       THRU  READ-TAPE-E.
           PERFORM  MASK-ONE-TAPE-S   THRU  MASK-ONE-TAPE-E
                    UNTIL  END-OF-TAPE.
      *--  THE LAST GENERATION ON THE CONCATENATION MUST HAVE ENDED
      *--  ON ITS TRAILER TOO.
           IF  GENERATION-OPEN
               MOVE  'OUTTP   '  TO  TN-DDNAME
               PERFORM  NOTE-NO-TRAILER-S  THRU  NOTE-NO-TRAILER-E
           END-IF.
           CLOSE  OUT-TP.
           CLOSE  MASK-TP.
        TAPE-PASS-E.
           EXIT.

        READ-TAPE       SECTION.
        READ-TAPE-S.
           READ  OUT-TP
               AT END  SET  END-OF-TAPE  TO  TRUE
           END-READ.
           IF  NOT END-OF-TAPE
               ADD  1  TO  TAPE-IN-COUNT
           END-IF.
        READ-TAPE-E.
           EXIT.

        MASK-ONE-TAPE   SECTION.
        MASK-ONE-TAPE-S.
      *--  EVERY RECORD IS MASKED IN PLACE, SO THE SEQUENCE NUMBER
      *--  STAMPED ON EACH DETAIL RIDES THROUGH UNTOUCHED.
           EVALUATE  TRUE
               WHEN  HDR-REC
                   IF  GENERATION-OPEN
                       MOVE  'OUTTP   '  TO  TN-DDNAME
                       PERFORM  NOTE-NO-TRAILER-S
                                THRU  NOTE-NO-TRAILER-E
                   END-IF
                   MOVE  HDR-PARTNER-ID  TO  GW-PARTNER-ID
                   MOVE  HDR-RUN-DATE    TO  GW-TAPE-DATE
                   IF  HDR-REISSUE
                       MOVE  'Y'  TO  GW-REISSUE-SWITCH
                   ELSE
                       MOVE  'N'  TO  GW-REISSUE-SWITCH
                   END-IF
                   PERFORM  START-GENERATION-S
                            THRU  START-GENERATION-E
               WHEN  ZONE-REC
                   ADD  1  TO  GW-DETAIL-COUNT
                   IF  ZONEAREA  NUMERIC
                       MOVE  ZONEAREA   TO  AM-AMOUNT
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT  TO  ZONEAREA
                   END-IF
               WHEN  PACK-REC
                   ADD  1  TO  GW-DETAIL-COUNT
                   IF  PACKAREA  NUMERIC
                       MOVE  PACKAREA   TO  AM-AMOUNT  TA-IN-SIGNED
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT  TO  PACKAREA  TA-OUT-SIGNED
                       PERFORM  ACCUMULATE-AMOUNTS-S
                                THRU  ACCUMULATE-AMOUNTS-E
                   END-IF
               WHEN  KANA-REC
                   ADD  1  TO  GW-DETAIL-COUNT
                   MOVE  KANAAREA  TO  KW-NAME
                   PERFORM  MASK-KANA-S  THRU  MASK-KANA-E
                   MOVE  KW-NAME   TO  KANAAREA
               WHEN  CUST-REC
                   ADD  1  TO  GW-DETAIL-COUNT
                   IF  CUST-ACCOUNT  NUMERIC
                       MOVE  CUST-ACCOUNT  TO  AW-ACCOUNT
                       PERFORM  MASK-ACCOUNT-S  THRU  MASK-ACCOUNT-E
                       MOVE  AW-ACCOUNT    TO  CUST-ACCOUNT
                   ELSE
                       MOVE  ALL 'X'  TO  TP-CUST-REC (2:10)
                       ADD  1  TO  ACCOUNTS-OVERWRITTEN
                   END-IF
                   IF  CUST-AMOUNT  NUMERIC
                       MOVE  CUST-AMOUNT  TO  AM-AMOUNT  TA-IN-SIGNED
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT  TO  CUST-AMOUNT  TA-OUT-SIGNED
                       PERFORM  ACCUMULATE-AMOUNTS-S
                                THRU  ACCUMULATE-AMOUNTS-E
                   END-IF
                   MOVE  CUST-KANA  TO  KW-NAME
                   PERFORM  MASK-KANA-S  THRU  MASK-KANA-E
                   MOVE  KW-NAME    TO  CUST-KANA
               WHEN  TRL-REC
                   PERFORM  REBUILD-TAPE-TRAILER-S
                            THRU  REBUILD-TAPE-TRAILER-E
               WHEN  OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE  MASK-TP-REC  FROM  TP-REC.
           IF  NOT WS-MOUTTP-OK
               DISPLAY  'COMP3022 - MOUTTP WRITE FAILED, STATUS = '
                        WS-MOUTTP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  TAPE-OUT-COUNT.
           PERFORM  READ-TAPE-S  THRU  READ-TAPE-E.
        MASK-ONE-TAPE-E.
           EXIT.

        REBUILD-TAPE-TRAILER    SECTION.
        REBUILD-TAPE-TRAILER-S.
      *--  SAY SO IF THE TRAILER DID NOT BALANCE AS READ, THEN GIVE
      *--  IT THE COUNT AND TOTALS OF THE MASKED DETAILS.
           MOVE  TP-TRL-REC (2:35)  TO  TRAILER-IN.
           MOVE  'OUTTP   '         TO  TN-DDNAME.
           PERFORM  CHECK-INPUT-TRAILER-S  THRU  CHECK-INPUT-TRAILER-E.
           MOVE  GW-DETAIL-COUNT    TO  TRL-RECORD-COUNT.
           MOVE  GW-OUT-PACK-TOTAL  TO  TRL-PACK-CONTROL-TOTAL.
           MOVE  GW-OUT-NET-TOTAL   TO  TRL-PACK-NET-TOTAL.
           ADD  1  TO  TAPE-TRAILERS-REBUILT.
      *--  KEEP THE REBUILT TOTALS FOR THE RUN LOG.
           IF  GENERATION-COUNT  >=  500
               DISPLAY  'COMP3022 - MORE THAN 500 GENERATIONS ON THE '
                        'OUTTP CONCATENATION - SPLIT THE RUN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  GENERATION-COUNT.
           MOVE  GW-PARTNER-ID  TO  GT-PARTNER-ID (GENERATION-COUNT).
           MOVE  GW-TAPE-DATE   TO  GT-TAPE-DATE (GENERATION-COUNT).
           MOVE  GW-REISSUE-SWITCH
                 TO  GT-REISSUE-SWITCH (GENERATION-COUNT).
           MOVE  GW-OUT-PACK-TOTAL
                 TO  GT-PACK-TOTAL (GENERATION-COUNT).
           MOVE  GW-OUT-NET-TOTAL
                 TO  GT-NET-TOTAL (GENERATION-COUNT).
           MOVE  'N'  TO  GT-USED-SWITCH (GENERATION-COUNT).
           MOVE  'N'  TO  GENERATION-SWITCH.
        REBUILD-TAPE-TRAILER-E.
           EXIT.

        RETURN-PASS     SECTION.
        RETURN-PASS-S.
           OPEN  INPUT   RETURN-FILE.
           IF  NOT WS-RETPACK-OK
               DISPLAY  'COMP3022 - RETPACK OPEN FAILED, STATUS = '
                        WS-RETPACK-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  MASK-RETURN.
           IF  NOT WS-MRETPACK-OK
               DISPLAY  'COMP3022 - MRETPACK OPEN FAILED, STATUS = '
                        WS-MRETPACK-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  NOTHING CARRIES OVER FROM THE TAPES.
           PERFORM  START-GENERATION-S  THRU  START-GENERATION-E.
           MOVE  SPACES  TO  GW-PARTNER-ID  GW-TAPE-DATE.
           MOVE  'N'     TO  GW-REISSUE-SWITCH.
           MOVE  'N'     TO  GENERATION-SWITCH.
           PERFORM  READ-RETURN-S      THRU  READ-RETURN-E.
           PERFORM  MASK-ONE-RETURN-S  THRU  MASK-ONE-RETURN-E
                    UNTIL  END-OF-RETURNS.
           IF  GENERATION-OPEN
               MOVE  'RETPACK '  TO  TN-DDNAME
               PERFORM  NOTE-NO-TRAILER-S  THRU  NOTE-NO-TRAILER-E
           END-IF.
           CLOSE  RETURN-FILE.
           CLOSE  MASK-RETURN.
        RETURN-PASS-E.
           EXIT.

        READ-RETURN     SECTION.
        READ-RETURN-S.
           READ  RETURN-FILE
               AT END  SET  END-OF-RETURNS  TO  TRUE
           END-READ.
           IF  NOT END-OF-RETURNS
               ADD  1  TO  RETURN-IN-COUNT
           END-IF.
        READ-RETURN-E.
           EXIT.

        MASK-ONE-RETURN SECTION.
        MASK-ONE-RETURN-S.
      *--  THE SAME AS A TAPE RECORD, WITH THE AMOUNTS IN DISPLAY
      *--  FORM.
           EVALUATE  TRUE
               WHEN  RET-HDR
                   IF  GENERATION-OPEN
                       MOVE  'RETPACK '  TO  TN-DDNAME
                       PERFORM  NOTE-NO-TRAILER-S
                                THRU  NOTE-NO-TRAILER-E
                   END-IF
                   MOVE  RET-HDR-PARTNER-ID  TO  GW-PARTNER-ID
                   MOVE  RET-HDR-RUN-DATE    TO  GW-TAPE-DATE
                   PERFORM  START-GENERATION-S
                            THRU  START-GENERATION-E
               WHEN  RET-ZONE
                   ADD  1  TO  GW-DETAIL-COUNT
                   IF  RET-ZONEAREA  NUMERIC
                       MOVE  RET-ZONEAREA  TO  AM-AMOUNT
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT     TO  RET-ZONEAREA
                   END-IF
               WHEN  RET-PACK
                   ADD  1  TO  GW-DETAIL-COUNT
                   IF  RET-PACKAREA  NUMERIC
                       MOVE  RET-PACKAREA  TO  AM-AMOUNT  TA-IN-SIGNED
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT  TO  RET-PACKAREA  TA-OUT-SIGNED
                       PERFORM  ACCUMULATE-AMOUNTS-S
                                THRU  ACCUMULATE-AMOUNTS-E
                   END-IF
               WHEN  RET-KANA
                   ADD  1  TO  GW-DETAIL-COUNT
                   MOVE  RET-KANAAREA  TO  KW-NAME
                   PERFORM  MASK-KANA-S  THRU  MASK-KANA-E
                   MOVE  KW-NAME       TO  RET-KANAAREA
               WHEN  RET-CUST
                   ADD  1  TO  GW-DETAIL-COUNT
                   IF  RET-CUST-ACCOUNT  NUMERIC
                       MOVE  RET-CUST-ACCOUNT  TO  AW-ACCOUNT
                       PERFORM  MASK-ACCOUNT-S  THRU  MASK-ACCOUNT-E
                       MOVE  AW-ACCOUNT        TO  RET-CUST-ACCOUNT
                   ELSE
                       MOVE  ALL 'X'  TO  RET-CUST-REC (2:10)
                       ADD  1  TO  ACCOUNTS-OVERWRITTEN
                   END-IF
                   IF  RET-CUST-AMOUNT  NUMERIC
                       MOVE  RET-CUST-AMOUNT  TO  AM-AMOUNT
                                                  TA-IN-SIGNED
                       PERFORM  SCALE-AMOUNT-S  THRU  SCALE-AMOUNT-E
                       MOVE  AM-AMOUNT  TO  RET-CUST-AMOUNT
                                            TA-OUT-SIGNED
                       PERFORM  ACCUMULATE-AMOUNTS-S
                                THRU  ACCUMULATE-AMOUNTS-E
                   END-IF
                   MOVE  RET-CUST-KANA  TO  KW-NAME
                   PERFORM  MASK-KANA-S  THRU  MASK-KANA-E
                   MOVE  KW-NAME        TO  RET-CUST-KANA
               WHEN  RET-TRL
                   MOVE  RET-TRL-REC (2:35)  TO  TRAILER-IN
                   MOVE  'RETPACK '          TO  TN-DDNAME
                   PERFORM  CHECK-INPUT-TRAILER-S
                            THRU  CHECK-INPUT-TRAILER-E
                   MOVE  GW-DETAIL-COUNT    TO  RET-TRL-RECORD-COUNT
                   MOVE  GW-OUT-PACK-TOTAL
                         TO  RET-TRL-PACK-CONTROL-TOTAL
                   MOVE  GW-OUT-NET-TOTAL   TO  RET-TRL-PACK-NET-TOTAL
                   ADD  1  TO  RET-TRAILERS-REBUILT
                   MOVE  'N'  TO  GENERATION-SWITCH
               WHEN  OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE  MASK-RETURN-REC  FROM  RET-REC.
           IF  NOT WS-MRETPACK-OK
               DISPLAY  'COMP3022 - MRETPACK WRITE FAILED, STATUS = '
                        WS-MRETPACK-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  RETURN-OUT-COUNT.
           PERFORM  READ-RETURN-S  THRU  READ-RETURN-E.
        MASK-ONE-RETURN-E.
           EXIT.

        START-GENERATION        SECTION.
        START-GENERATION-S.
      *--  A HEADER OPENS A NEW GENERATION - ITS COUNT AND TOTALS
      *--  START AGAIN FROM NOTHING.
           SET  GENERATION-OPEN  TO  TRUE.
           MOVE  0  TO  GW-DETAIL-COUNT.
           MOVE  0  TO  GW-IN-PACK-TOTAL.
           MOVE  0  TO  GW-IN-NET-TOTAL.
           MOVE  0  TO  GW-OUT-PACK-TOTAL.
           MOVE  0  TO  GW-OUT-NET-TOTAL.
        START-GENERATION-E.
           EXIT.

        ACCUMULATE-AMOUNTS      SECTION.
        ACCUMULATE-AMOUNTS-S.
      *--  THE AMOUNT AS READ (TA-IN-SIGNED) FEEDS THE TOTALS THE OLD
      *--  TRAILER IS CHECKED AGAINST, THE AMOUNT AS MASKED
      *--  (TA-OUT-SIGNED) THE TOTALS THE NEW TRAILER CARRIES - EACH
      *--  ITS ABSOLUTE VALUE TO THE HASH TOTAL, ITS SIGNED VALUE TO
      *--  THE NET.
           IF  TA-IN-SIGNED  <  0
               SUBTRACT  TA-IN-SIGNED  FROM  0  GIVING  TA-ABSOLUTE
           ELSE
               MOVE  TA-IN-SIGNED  TO  TA-ABSOLUTE
           END-IF.
           ADD  TA-ABSOLUTE   TO  GW-IN-PACK-TOTAL
                ON SIZE ERROR
                  DISPLAY  'COMP3022 - PACK CONTROL TOTAL '
                           'OVERFLOWED PIC 9(13)'
                  MOVE  16  TO  RETURN-CODE
                  STOP RUN
           END-ADD.
           ADD  TA-IN-SIGNED  TO  GW-IN-NET-TOTAL.
           IF  TA-OUT-SIGNED  <  0
               SUBTRACT  TA-OUT-SIGNED  FROM  0  GIVING  TA-ABSOLUTE
           ELSE
               MOVE  TA-OUT-SIGNED  TO  TA-ABSOLUTE
           END-IF.
           ADD  TA-ABSOLUTE    TO  GW-OUT-PACK-TOTAL
                ON SIZE ERROR
                  DISPLAY  'COMP3022 - MASKED PACK CONTROL TOTAL '
                           'OVERFLOWED PIC 9(13) - USE A SMALLER SCALE'
                  MOVE  16  TO  RETURN-CODE
                  STOP RUN
           END-ADD.
           ADD  TA-OUT-SIGNED  TO  GW-OUT-NET-TOTAL.
        ACCUMULATE-AMOUNTS-E.
           EXIT.

        CHECK-INPUT-TRAILER     SECTION.
        CHECK-INPUT-TRAILER-S.
      *--  THE TRAILER AS READ AGAINST THE DETAILS AS READ - THE
      *--  SAME BALANCE COMP3004 PROVES.  A TRAILER THAT WAS OUT AS
      *--  READ IS STILL REBUILT TO BALANCE, SO THE REPORT SAYS SO.
      *--  TN-DDNAME IS SET BY THE CALLER.
           IF  TI-RECORD-COUNT  NOT NUMERIC
               OR  TI-PACK-TOTAL  NOT NUMERIC
               OR  TI-NET-TOTAL   NOT NUMERIC
               GO TO  CHECK-INPUT-TRAILER-X
           END-IF.
           IF  TI-RECORD-COUNT  =  GW-DETAIL-COUNT
               AND  TI-PACK-TOTAL  =  GW-IN-PACK-TOTAL
               AND  TI-NET-TOTAL   =  GW-IN-NET-TOTAL
               GO TO  CHECK-INPUT-TRAILER-E
           END-IF.
        CHECK-INPUT-TRAILER-X.
           ADD  1  TO  UNBALANCED-COUNT.
           MOVE  'TRAILER OUT OF BALANCE AS READ ON  '  TO  TN-LABEL.
           PERFORM  WRITE-TRAILER-NOTE-S  THRU  WRITE-TRAILER-NOTE-E.
        CHECK-INPUT-TRAILER-E.
           EXIT.

        NOTE-NO-TRAILER SECTION.
        NOTE-NO-TRAILER-S.
      *--  A GENERATION THAT ENDED WITHOUT A TRAILER IS COPIED AS IT
      *--  STANDS - THERE IS NO TRAILER TO REBUILD.  TN-DDNAME IS SET
      *--  BY THE CALLER.
           ADD  1  TO  NO-TRAILER-COUNT.
           MOVE  'GENERATION WITH NO TRAILER ON      '  TO  TN-LABEL.
           PERFORM  WRITE-TRAILER-NOTE-S  THRU  WRITE-TRAILER-NOTE-E.
           MOVE  'N'  TO  GENERATION-SWITCH.
        NOTE-NO-TRAILER-E.
           EXIT.

        WRITE-TRAILER-NOTE      SECTION.
        WRITE-TRAILER-NOTE-S.
           MOVE  SPACES         TO  TN-FILL1  TN-FILL2.
           MOVE  GW-PARTNER-ID  TO  TN-PARTNER-ID.
           MOVE  GW-TAPE-DATE   TO  TN-TAPE-DATE.
           WRITE  REPORT-REC  FROM  TRAILER-NOTE-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-TRAILER-NOTE-E.
           EXIT.

        REJECT-PASS     SECTION.
        REJECT-PASS-S.
           OPEN  INPUT   REJECT-FILE.
           IF  NOT WS-REJECT-OK
               DISPLAY  'COMP3022 - REJECT OPEN FAILED, STATUS = '
                        WS-REJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  MASK-REJECT.
           IF  NOT WS-MREJECT-OK
               DISPLAY  'COMP3022 - MREJECT OPEN FAILED, STATUS = '
                        WS-MREJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-REJECT-S      THRU  READ-REJECT-E.
           PERFORM  MASK-ONE-REJECT-S  THRU  MASK-ONE-REJECT-E
                    UNTIL  END-OF-REJECTS.
           CLOSE  REJECT-FILE.
           CLOSE  MASK-REJECT.
        REJECT-PASS-E.
           EXIT.

        READ-REJECT     SECTION.
        READ-REJECT-S.
           READ  REJECT-FILE  INTO  REJECT-REC
               AT END  SET  END-OF-REJECTS  TO  TRUE
           END-READ.
           IF  NOT END-OF-REJECTS
               ADD  1  TO  REJECT-IN-COUNT
           END-IF.
        READ-REJECT-E.
           EXIT.

        MASK-ONE-REJECT SECTION.
        MASK-ONE-REJECT-S.
      *--  THE REJECTED SOURCE RECORD IS MASKED EXACTLY AS THE SAME
      *--  RECORD IS ON THE EXTRACT; THE KEY AND REASON STAND.
           MOVE  REJ-SOURCE-REC  TO  IN-PACK-REC.
           PERFORM  MASK-SOURCE-S  THRU  MASK-SOURCE-E.
           MOVE  IN-PACK-REC     TO  REJ-SOURCE-REC.
           WRITE  MASK-REJECT-REC  FROM  REJECT-REC.
           IF  NOT WS-MREJECT-OK
               DISPLAY  'COMP3022 - MREJECT WRITE FAILED, STATUS = '
                        WS-MREJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  REJECT-OUT-COUNT.
           PERFORM  READ-REJECT-S  THRU  READ-REJECT-E.
        MASK-ONE-REJECT-E.
           EXIT.

        RUNLOG-PASS     SECTION.
        RUNLOG-PASS-S.
           OPEN  INPUT   RUN-LOG.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3022 - RUNLOG OPEN FAILED, STATUS = '
                        WS-RUNLOG-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  MASK-RUNLOG.
           IF  NOT WS-MRUNLOG-OK
               DISPLAY  'COMP3022 - MRUNLOG OPEN FAILED, STATUS = '
                        WS-MRUNLOG-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-RUNLOG-S      THRU  READ-RUNLOG-E.
           PERFORM  MASK-ONE-RUNLOG-S  THRU  MASK-ONE-RUNLOG-E
                    UNTIL  END-OF-RUNLOG.
           CLOSE  RUN-LOG.
           CLOSE  MASK-RUNLOG.
        RUNLOG-PASS-E.
           EXIT.

        READ-RUNLOG     SECTION.
        READ-RUNLOG-S.
           READ  RUN-LOG
               AT END  SET  END-OF-RUNLOG  TO  TRUE
           END-READ.
           IF  NOT END-OF-RUNLOG
               ADD  1  TO  RUNLOG-IN-COUNT
           END-IF.
        READ-RUNLOG-E.
           EXIT.

        MASK-ONE-RUNLOG SECTION.
        MASK-ONE-RUNLOG-S.
      *--  A BUILD RUN TAKES THE REBUILT HASH AND NET TOTALS OF THE
      *--  GENERATION IT WROTE, AND A REISSUE RUN THOSE OF THE COPY
      *--  IT CUT, SO THE NIGHTLY BALANCING STILL PROVES THE MASKED
      *--  TRAILER AGAINST IT.  A RUN WHOSE GENERATION WAS NOT IN
      *--  THIS RUN KEEPS THE TOTALS IT LOGGED, AND EVERY OTHER
      *--  PROGRAM'S ENTRY IS COPIED AS IT STANDS - NONE CARRIES AN
      *--  ACCOUNT OR A NAME.
           IF  RUN-PROGRAM  NOT =  'COMP3001'
               AND  RUN-PROGRAM  NOT =  'COMP3024'
               GO TO  MASK-ONE-RUNLOG-X
           END-IF.
           IF  RUN-PROGRAM  =  'COMP3024'
               SET  WANT-REISSUE   TO  TRUE
           ELSE
               SET  WANT-ORIGINAL  TO  TRUE
           END-IF.
           PERFORM  FIND-GENERATION-S  THRU  FIND-GENERATION-E.
           IF  GT-MATCH-INDEX  =  0
               AND  WANT-ORIGINAL
               SET  WANT-REISSUE  TO  TRUE
               PERFORM  FIND-GENERATION-S  THRU  FIND-GENERATION-E
           END-IF.
           IF  GT-MATCH-INDEX  =  0
               ADD  1  TO  RUNLOG-NO-TAPE-COUNT
               GO TO  MASK-ONE-RUNLOG-X
           END-IF.
           SET  GT-USED (GT-MATCH-INDEX)  TO  TRUE.
           MOVE  GT-PACK-TOTAL (GT-MATCH-INDEX)  TO  RUN-PACK-TOTAL.
           MOVE  GT-NET-TOTAL (GT-MATCH-INDEX)   TO  RUN-NET-TOTAL.
           ADD  1  TO  RUNLOG-REPLACED-COUNT.
        MASK-ONE-RUNLOG-X.
           WRITE  MASK-RUNLOG-REC  FROM  RUN-LOG-REC.
           IF  NOT WS-MRUNLOG-OK
               DISPLAY  'COMP3022 - MRUNLOG WRITE FAILED, STATUS = '
                        WS-MRUNLOG-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  RUNLOG-OUT-COUNT.
           PERFORM  READ-RUNLOG-S  THRU  READ-RUNLOG-E.
        MASK-ONE-RUNLOG-E.
           EXIT.

        FIND-GENERATION SECTION.
        FIND-GENERATION-S.
      *--  THE FIRST UNUSED GENERATION OF THE WANTED KIND FOR THE
      *--  RUN'S PARTNER AND TAPE DATE.
           MOVE  0  TO  GT-MATCH-INDEX.
           PERFORM  MATCH-ONE-GENERATION-S
                    THRU  MATCH-ONE-GENERATION-E
                    VARYING  GT-INDEX  FROM  1  BY  1
                    UNTIL  GT-INDEX  >  GENERATION-COUNT
                       OR  GT-MATCH-INDEX  >  0.
        FIND-GENERATION-E.
           EXIT.

        MATCH-ONE-GENERATION    SECTION.
        MATCH-ONE-GENERATION-S.
           IF  NOT GT-USED (GT-INDEX)
               AND  GT-PARTNER-ID (GT-INDEX)    =  RUN-PARTNER-ID
               AND  GT-TAPE-DATE (GT-INDEX)     =  RUN-TAPE-DATE
               AND  GT-REISSUE-SWITCH (GT-INDEX)  =  WANTED-KIND
               MOVE  GT-INDEX  TO  GT-MATCH-INDEX
           END-IF.
        MATCH-ONE-GENERATION-E.
           EXIT.

        MASK-ACCOUNT    SECTION.
        MASK-ACCOUNT-S.
      *--  REPLACE THE ACCOUNT IN AW-ACCOUNT BY ITS SUBSTITUTE.
           MOVE  7  TO  DG-CARRY.
           PERFORM  MASK-DIGIT-FORWARD-S  THRU  MASK-DIGIT-FORWARD-E
                    VARYING  DG-INDEX  FROM  1  BY  1
                    UNTIL  DG-INDEX  >  10.
           MOVE  3  TO  DG-CARRY.
           PERFORM  MASK-DIGIT-BACKWARD-S THRU  MASK-DIGIT-BACKWARD-E
                    VARYING  DG-INDEX  FROM  10  BY  -1
                    UNTIL  DG-INDEX  <  1.
           ADD  1  TO  ACCOUNTS-MASKED.
        MASK-ACCOUNT-E.
           EXIT.

        MASK-DIGIT-FORWARD      SECTION.
        MASK-DIGIT-FORWARD-S.
           COMPUTE  DG-WORK  =  AW-DIGIT (DG-INDEX)
                             +  KEY-DIGIT (DG-INDEX)
                             +  DG-CARRY.
           DIVIDE  DG-WORK  BY  10  GIVING  DG-QUOTIENT
                   REMAINDER  DG-REMAINDER.
           MOVE  DG-REMAINDER  TO  AW-DIGIT (DG-INDEX).
           COMPUTE  DG-CARRY  =  DG-REMAINDER  +  DG-INDEX.
        MASK-DIGIT-FORWARD-E.
           EXIT.

        MASK-DIGIT-BACKWARD     SECTION.
        MASK-DIGIT-BACKWARD-S.
           COMPUTE  DG-MIRROR  =  11  -  DG-INDEX.
           COMPUTE  DG-WORK  =  AW-DIGIT (DG-INDEX)
                             +  KEY-DIGIT (DG-MIRROR)
                             +  DG-CARRY  *  3.
           DIVIDE  DG-WORK  BY  10  GIVING  DG-QUOTIENT
                   REMAINDER  DG-REMAINDER.
           MOVE  DG-REMAINDER  TO  AW-DIGIT (DG-INDEX).
           COMPUTE  DG-CARRY  =  DG-REMAINDER  +  KEY-DIGIT (DG-INDEX).
        MASK-DIGIT-BACKWARD-E.
           EXIT.

        MASK-KANA       SECTION.
        MASK-KANA-S.
      *--  REPLACE THE NAME IN KW-NAME, ONE BYTE AT A TIME.  A BLANK
      *--  NAME STAYS BLANK.
           IF  KW-NAME  =  SPACES
               GO TO  MASK-KANA-E
           END-IF.
           MOVE  0  TO  KB-HASH.
           PERFORM  MASK-KANA-BYTE-S  THRU  MASK-KANA-BYTE-E
                    VARYING  KB-INDEX  FROM  1  BY  1
                    UNTIL  KB-INDEX  >  9.
           ADD  1  TO  NAMES-MASKED.
        MASK-KANA-E.
           EXIT.

        MASK-KANA-BYTE  SECTION.
        MASK-KANA-BYTE-S.
           MOVE  KW-NAME (KB-INDEX:1)  TO  KB-BYTE.
           IF  KB-BYTE  =  SPACE
               GO TO  MASK-KANA-BYTE-E
           END-IF.
           MOVE  0  TO  KT-MATCH-INDEX.
           PERFORM  MATCH-ONE-KANA-S  THRU  MATCH-ONE-KANA-E
                    VARYING  KT-INDEX  FROM  1  BY  1
                    UNTIL  KT-INDEX  >  63  OR  KT-MATCH-INDEX  >  0.
           IF  KT-MATCH-INDEX  =  0
               MOVE  LOW-VALUE  TO  KW-NAME (KB-INDEX:1)
               ADD  1  TO  KANA-BYTES-CLEARED
               GO TO  MASK-KANA-BYTE-E
           END-IF.
      *--  THE HASH CARRIES EVERY ORIGINAL BYTE SO FAR, SO NAMES
      *--  THAT DIFFER ANYWHERE MASK DIFFERENTLY FROM THAT BYTE ON.
           COMPUTE  KB-WORK  =  KB-HASH  *  7
                             +  KT-MATCH-INDEX
                             +  KEY-DIGIT (KB-INDEX)
                             +  KB-INDEX.
           DIVIDE  KB-WORK  BY  45  GIVING  KB-QUOTIENT
                   REMAINDER  KB-HASH.
           COMPUTE  KT-OUT-INDEX  =  KB-HASH  +  17.
           MOVE  KT-BYTE (KT-OUT-INDEX)  TO  KW-NAME (KB-INDEX:1).
        MASK-KANA-BYTE-E.
           EXIT.

        MATCH-ONE-KANA  SECTION.
        MATCH-ONE-KANA-S.
           IF  KB-BYTE  =  KT-BYTE (KT-INDEX)
               MOVE  KT-INDEX  TO  KT-MATCH-INDEX
           END-IF.
        MATCH-ONE-KANA-E.
           EXIT.

        SCALE-AMOUNT    SECTION.
        SCALE-AMOUNT-S.
      *--  SCALE THE AMOUNT IN AM-AMOUNT TO SCALE-PERCENT OF ITSELF.
      *--  THE SIGN IS KEPT, A NON-ZERO AMOUNT NEVER ROUNDS AWAY TO
      *--  ZERO, AND ONE TOO BIG FOR ITS FIELD IS HELD AT THE LIMIT.
           IF  SCALE-PERCENT  =  100
               GO TO  SCALE-AMOUNT-E
           END-IF.
           COMPUTE  AM-SCALED  ROUNDED  =
                    AM-AMOUNT  *  SCALE-PERCENT  /  100.
           IF  AM-SCALED  =  0  AND  AM-AMOUNT  <  0
               MOVE  -1  TO  AM-SCALED
           END-IF.
           IF  AM-SCALED  =  0  AND  AM-AMOUNT  >  0
               MOVE  1   TO  AM-SCALED
           END-IF.
           IF  AM-SCALED  >  9999999999
               MOVE  9999999999   TO  AM-SCALED
               ADD  1  TO  AMOUNTS-CAPPED
           END-IF.
           IF  AM-SCALED  <  -9999999999
               MOVE  -9999999999  TO  AM-SCALED
               ADD  1  TO  AMOUNTS-CAPPED
           END-IF.
           MOVE  AM-SCALED  TO  AM-AMOUNT.
           ADD  1  TO  AMOUNTS-SCALED.
        SCALE-AMOUNT-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3022 TEST-DATA MASKING REPORT - RUN '
                 TO  RH-LABEL.
           MOVE  WS-RUN-DATE  TO  RH-RUN-DATE.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'AMOUNTS SCALED TO PERCENT:'  TO  RS-LABEL.
           MOVE  SCALE-PERCENT                 TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-HEADING-E.
           EXIT.

        WRITE-FILE-COUNTS       SECTION.
        WRITE-FILE-COUNTS-S.
           MOVE  'INPACK  '        TO  FC-DDNAME.
           MOVE  PACK-IN-COUNT     TO  FC-IN-COUNT.
           MOVE  PACK-OUT-COUNT    TO  FC-OUT-COUNT.
           PERFORM  WRITE-FILE-COUNT-LINE-S
                    THRU  WRITE-FILE-COUNT-LINE-E.
           MOVE  'CUSTMST '        TO  FC-DDNAME.
           MOVE  MASTER-IN-COUNT   TO  FC-IN-COUNT.
           MOVE  MASTER-OUT-COUNT  TO  FC-OUT-COUNT.
           PERFORM  WRITE-FILE-COUNT-LINE-S
                    THRU  WRITE-FILE-COUNT-LINE-E.
           MOVE  'SENTHIST'        TO  FC-DDNAME.
           MOVE  HIST-IN-COUNT     TO  FC-IN-COUNT.
           MOVE  HIST-OUT-COUNT    TO  FC-OUT-COUNT.
           PERFORM  WRITE-FILE-COUNT-LINE-S
                    THRU  WRITE-FILE-COUNT-LINE-E.
           MOVE  'OUTTP   '        TO  FC-DDNAME.
           MOVE  TAPE-IN-COUNT     TO  FC-IN-COUNT.
           MOVE  TAPE-OUT-COUNT    TO  FC-OUT-COUNT.
           PERFORM  WRITE-FILE-COUNT-LINE-S
                    THRU  WRITE-FILE-COUNT-LINE-E.
           MOVE  'RETPACK '        TO  FC-DDNAME.
           MOVE  RETURN-IN-COUNT   TO  FC-IN-COUNT.
           MOVE  RETURN-OUT-COUNT  TO  FC-OUT-COUNT.
           PERFORM  WRITE-FILE-COUNT-LINE-S
                    THRU  WRITE-FILE-COUNT-LINE-E.
           MOVE  'REJECT  '        TO  FC-DDNAME.
           MOVE  REJECT-IN-COUNT   TO  FC-IN-COUNT.
           MOVE  REJECT-OUT-COUNT  TO  FC-OUT-COUNT.
           PERFORM  WRITE-FILE-COUNT-LINE-S
                    THRU  WRITE-FILE-COUNT-LINE-E.
           MOVE  'RUNLOG  '        TO  FC-DDNAME.
           MOVE  RUNLOG-IN-COUNT   TO  FC-IN-COUNT.
           MOVE  RUNLOG-OUT-COUNT  TO  FC-OUT-COUNT.
           PERFORM  WRITE-FILE-COUNT-LINE-S
                    THRU  WRITE-FILE-COUNT-LINE-E.
        WRITE-FILE-COUNTS-E.
           EXIT.

        WRITE-FILE-COUNT-LINE   SECTION.
        WRITE-FILE-COUNT-LINE-S.
      *--  FC-DDNAME AND THE TWO COUNTS ARE SET BY THE CALLER.
           IF  FC-IN-COUNT  =  FC-OUT-COUNT
               MOVE  'EVERY RECORD COPIED'  TO  FC-NOTE
           ELSE
               MOVE  '*** RECORDS IN NOT = RECORDS OUT'  TO  FC-NOTE
           END-IF.
           WRITE  REPORT-REC  FROM  FILE-COUNT-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-FILE-COUNT-LINE-E.
           EXIT.

        WRITE-REPORT-SUMMARY    SECTION.
        WRITE-REPORT-SUMMARY-S.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'ACCOUNTS MASKED:          '  TO  RS-LABEL.
           MOVE  ACCOUNTS-MASKED               TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'NON-NUMERIC ACCOUNTS X-ED OUT:'  TO  RS-LABEL.
           MOVE  ACCOUNTS-OVERWRITTEN          TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'KANA NAMES MASKED:        '  TO  RS-LABEL.
           MOVE  NAMES-MASKED                  TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'INVALID KANA BYTES CLEARED:'  TO  RS-LABEL.
           MOVE  KANA-BYTES-CLEARED            TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'AMOUNTS SCALED:           '  TO  RS-LABEL.
           MOVE  AMOUNTS-SCALED                TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'AMOUNTS HELD AT THE LIMIT:'  TO  RS-LABEL.
           MOVE  AMOUNTS-CAPPED                TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'TAPE TRAILERS REBUILT:    '  TO  RS-LABEL.
           MOVE  TAPE-TRAILERS-REBUILT         TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'RETURN TRAILERS REBUILT:  '  TO  RS-LABEL.
           MOVE  RET-TRAILERS-REBUILT          TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'TRAILERS OUT AS READ:     '  TO  RS-LABEL.
           MOVE  UNBALANCED-COUNT              TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'GENERATIONS WITH NO TRAILER:'  TO  RS-LABEL.
           MOVE  NO-TRAILER-COUNT              TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'RUN LOG TOTALS REBUILT:   '  TO  RS-LABEL.
           MOVE  RUNLOG-REPLACED-COUNT         TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'RUNS WITH NO TAPE MASKED: '  TO  RS-LABEL.
           MOVE  RUNLOG-NO-TAPE-COUNT          TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

        CHECK-REPORT-STATUS     SECTION.
        CHECK-REPORT-STATUS-S.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3022 - REPORT FILE WRITE FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-REPORT-STATUS-E.
           EXIT.
