      ******************************************************************
      *  OVERVIEW: THIS PGM IS PRINT ONE CHRONOLOGICAL HISTORY TRAIL   *
      *            PER ACCOUNT FOR PARTNER AND CUSTOMER DISPUTES, SO   *
      *            THE DESK NO LONGER SEARCHES SIX FILES BY HAND.  THE *
      *            ACCOUNT NUMBERS WANTED ARE GIVEN ON SYSIN.  EVERY   *
      *            COMBINED CUSTOMER DETAIL SHIPPED (TAPE DATE,        *
      *            PARTNER, SEQUENCE NUMBER), EVERY REJECT AND PARTNER *
      *            REFUSAL - LIVE OR ALREADY MOVED TO A MONTHLY        *
      *            ARCHIVE - EVERY CORRECTION KEYED, EVERY RETURNED    *
      *            VALUE AND EVERY SETTLEMENT LINE IS GATHERED WITH    *
      *            THE ACCOUNT'S OPEN AND CLOSE ON THE CUSTOMER        *
      *            MASTER, AND THE LOT IS PRINTED IN DATE ORDER.  THE  *
      *            ARCHIVE INDEX (ARCHIDX) SAYS HOW MANY REJECTS EACH  *
      *            ARCHIVED NIGHT HOLDS - A NIGHT WHOSE MONTHLY        *
      *            ARCHIVE WAS NOT MOUNTED IS NAMED ON THE REPORT AND  *
      *            THE RUN ENDS RC=4, SO A TRAIL WITH A HOLE IN IT IS  *
      *            NEVER TAKEN FOR COMPLETE.                           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3020.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  CONTROL CARDS - ONE ACCOUNT=NNNNNNNNNN CARD PER ACCOUNT.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                            FILE STATUS  IS  WS-CONTROL-STATUS.
      *--  THE CUSTOMER MASTER, READ BY KEY FOR THE OPEN AND CLOSE.
           SELECT  CUST-MASTER   ASSIGN  TO  'CUSTMST'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  RANDOM
                            RECORD KEY   IS  CM-ACCOUNT
                            FILE STATUS  IS  WS-MASTER-STATUS.
      *--  THE SENT HISTORY - ITS KEY LEADS WITH THE ACCOUNT, SO
      *--  EACH ACCOUNT'S SHIPPED DETAILS ARE READ STRAIGHT OFF.
           SELECT  SENT-HIST     ASSIGN  TO  'SENTHIST'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  DYNAMIC
                            RECORD KEY   IS  SH-KEY
                            FILE STATUS  IS  WS-SENTHIST-STATUS.
      *--  REJECT AND REJARCH ARE THE SAME DDNAMES COMP3008 READS
      *--  AND APPENDS TO - THE LIVE REJECT FILE AND THE MONTHLY
      *--  ARCHIVES THE ARCHIVE INDEX NAMES.
           SELECT  REJECT-FILE   ASSIGN  TO  'REJECT'
                            FILE STATUS  IS  WS-REJECT-STATUS.
           SELECT  REJ-ARCHIVE   ASSIGN  TO  'REJARCH'
                            FILE STATUS  IS  WS-REJARCH-STATUS.
           SELECT  INDEX-FILE    ASSIGN  TO  'ARCHIDX'
                            FILE STATUS  IS  WS-ARCHIDX-STATUS.
      *--  THE CORRECTION TRANSACTIONS COMP3005 APPLIES.
           SELECT  CORRECT-FILE  ASSIGN  TO  'CORRECT'
                            FILE STATUS  IS  WS-CORRECT-STATUS.
      *--  THE EXTRACTS COMP3003 REBUILT FROM RETURNED TAPES.
           SELECT  RETURN-FILE   ASSIGN  TO  'RETPACK'
                            FILE STATUS  IS  WS-RETPACK-STATUS.
      *--  THE SETTLEMENT HISTORY COMP3013 APPENDS TO.
           SELECT  HISTORY-FILE  ASSIGN  TO  'SETLHIST'
                            FILE STATUS  IS  WS-HISTORY-STATUS.
      *--  PRINTED ACCOUNT TRAILS.
           SELECT  REPORT-FILE   ASSIGN  TO  'TRAILRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  CONTROL CARD INPUT.
           FD      CONTROL-FILE.
           01      CONTROL-CARD          PICTURE X(80).
      *--  CUSTOMER MASTER.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/CUSTMST.
           FD      CUST-MASTER.
           COPY    CUSTMST.
      *--  SENT HISTORY.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/SENTHIST.
           FD      SENT-HIST.
           COPY    SENTHIST.
      *--  LIVE AND ARCHIVED REJECTS - BOTH ARE READ INTO THE SHARED
      *--  REJREC LAYOUT IN WORKING STORAGE.
           FD      REJECT-FILE.
           01      LIVE-REJECT-REC       PICTURE X(89).
           FD      REJ-ARCHIVE.
           01      REJ-ARCH-REC          PICTURE X(89).
      *--  ARCHIVE INDEX - THE SAME LAYOUT COMP3008 WRITES.
           FD      INDEX-FILE.
           01      ARCH-IDX-REC.
             02    IDX-REC-KIND          PICTURE X(01).
               88  IDX-REJECT-KIND         VALUE  'R'.
               88  IDX-EXCEPTION-KIND      VALUE  'E'.
             02    IDX-RUN-DATE          PICTURE X(08).
             02    IDX-RECORD-COUNT      PICTURE 9(09).
             02    IDX-ARCHIVED-ON       PICTURE X(08).
             02    FILLER                PICTURE X(14).
      *--  CORRECTION TRANSACTION - THE SAME LAYOUT COMP3005 READS.
           FD      CORRECT-FILE.
           01      CORRECT-REC.
             02    CORR-RUN-DATE         PICTURE X(08).
             02    CORR-RUN-ID           PICTURE X(06).
             02    CORR-RECORD-NUM       PICTURE 9(09).
             02    CORR-NEW-REC          PICTURE X(26).
      *--  RETURNED EXTRACTS.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/RETPACK.
           FD      RETURN-FILE.
           COPY    RETPACK.
      *--  SETTLEMENT HISTORY.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/SETLHIST.
           FD      HISTORY-FILE.
           COPY    SETLHIST.
      *--  ACCOUNT TRAIL REPORT.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(132).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    CONTROL-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-CONTROL                      VALUE  'Y'.
             02    SENT-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-SENT-HISTORY                 VALUE  'Y'.
             02    REJECT-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-REJECTS                      VALUE  'Y'.
             02    ARCHIVE-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-ARCHIVE                      VALUE  'Y'.
             02    INDEX-EOF-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  END-OF-INDEX                        VALUE  'Y'.
             02    CORRECT-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-CORRECTIONS                  VALUE  'Y'.
             02    RETURN-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-RETURNS                      VALUE  'Y'.
             02    HISTORY-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-SETTLE-HISTORY               VALUE  'Y'.
      *--  WHERE THE REJECT BEING LOOKED AT CAME FROM.
             02    REJECT-SOURCE-SWITCH PICTURE X(01) VALUE  'L'.
               88  LIVE-REJECT                         VALUE  'L'.
               88  ARCHIVED-REJECT                     VALUE  'A'.
      *--  FILE STATUS FIELDS.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
           01      WS-MASTER-STATUS   PICTURE X(02).
             88    WS-MASTER-OK                 VALUE  '00'.
           01      WS-SENTHIST-STATUS PICTURE X(02).
             88    WS-SENTHIST-OK               VALUE  '00'.
           01      WS-REJECT-STATUS   PICTURE X(02).
             88    WS-REJECT-OK                 VALUE  '00'.
           01      WS-REJARCH-STATUS  PICTURE X(02).
             88    WS-REJARCH-OK                VALUE  '00'.
           01      WS-ARCHIDX-STATUS  PICTURE X(02).
             88    WS-ARCHIDX-OK                VALUE  '00'.
           01      WS-CORRECT-STATUS  PICTURE X(02).
             88    WS-CORRECT-OK                VALUE  '00'.
           01      WS-RETPACK-STATUS  PICTURE X(02).
             88    WS-RETPACK-OK                VALUE  '00'.
           01      WS-HISTORY-STATUS  PICTURE X(02).
             88    WS-HISTORY-OK                VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
      *--  THE REJECT BEING LOOKED AT, LIVE OR ARCHIVED.  RECORD
      *--  LAYOUT IS SHARED - SEE COPYLIB/REJREC.
           COPY    REJREC.
      *--  THE SOURCE RECORD INSIDE A REJECT OR A CORRECTION.
      *--  RECORD LAYOUT IS SHARED - SEE COPYLIB/INPACK.
           COPY    INPACK.
      *--  ACCOUNT CARD AS KEYED ON SYSIN.
           01      ACCOUNT-CARD.
             02    ACARD-ACCOUNT      PICTURE X(10).
             02    ACARD-ACCOUNT-N    REDEFINES  ACARD-ACCOUNT
                                      PICTURE 9(10).
             02    ACARD-REST         PICTURE X(62).
      *--  ONE ENTRY PER ACCOUNT WANTED, IN THE ORDER THE CARDS
      *--  WERE GIVEN, WITH WHAT THE CUSTOMER MASTER SAYS OF IT.
           01      ACCOUNT-TABLE.
             02    ACCOUNT-COUNT      PICTURE 9(03)  COMP  VALUE  0.
             02    ACCOUNT-ENTRY      OCCURS  100.
               03  AC-ACCOUNT         PICTURE 9(10).
               03  AC-MASTER-SWITCH   PICTURE X(01).
                 88  AC-ON-MASTER                       VALUE  'Y'.
               03  AC-STATUS          PICTURE X(01).
                 88  AC-OPEN                            VALUE  'O'.
                 88  AC-CLOSED                          VALUE  'C'.
               03  AC-KANA            PICTURE X(09).
               03  AC-EVENT-COUNT     PICTURE 9(05)  COMP.
      *--  EVERY EVENT FOUND FOR THE ACCOUNTS WANTED, KEPT IN
      *--  ACCOUNT THEN DATE ORDER BY INSERTION.  EVENTS OF THE SAME
      *--  DATE STAY IN THE ORDER THE FILES WERE READ - MASTER,
      *--  SHIPPED, REJECTS, CORRECTIONS, RETURNS, SETTLEMENTS.
           01      EVENT-TABLE.
             02    EVENT-COUNT        PICTURE 9(05)  COMP  VALUE  0.
             02    EVENT-ENTRY        OCCURS  5000.
               03  EV-SORT-KEY.
                 04  EV-ACCOUNT-INDEX PICTURE 9(03).
                 04  EV-DATE          PICTURE X(08).
               03  EV-KIND            PICTURE X(01).
                 88  EV-OPENED                          VALUE  'O'.
                 88  EV-CLOSED                          VALUE  'X'.
                 88  EV-SHIPPED                         VALUE  'S'.
                 88  EV-REJECTED                        VALUE  'R'.
                 88  EV-REFUSED                         VALUE  'F'.
                 88  EV-CORRECTED                       VALUE  'C'.
                 88  EV-RETURNED                        VALUE  'T'.
                 88  EV-SETTLED                         VALUE  'L'.
               03  EV-ARCHIVED-SWITCH PICTURE X(01).
                 88  EV-ARCHIVED                        VALUE  'Y'.
               03  EV-PARTNER-ID      PICTURE X(04).
               03  EV-RUN-ID          PICTURE X(06).
               03  EV-NUMBER          PICTURE 9(09).
               03  EV-AMOUNT-SWITCH   PICTURE X(01).
                 88  EV-HAS-AMOUNT                      VALUE  'Y'.
               03  EV-AMOUNT          PICTURE S9(13) COMP.
               03  EV-DETAIL          PICTURE X(40).
      *--  THE EVENT BEING ADDED - THE SAME SHAPE AS AN ENTRY.
           01      NEW-EVENT.
             02    NE-SORT-KEY.
               03  NE-ACCOUNT-INDEX   PICTURE 9(03).
               03  NE-DATE            PICTURE X(08).
             02    NE-KIND            PICTURE X(01).
             02    NE-ARCHIVED-SWITCH PICTURE X(01).
             02    NE-PARTNER-ID      PICTURE X(04).
             02    NE-RUN-ID          PICTURE X(06).
             02    NE-NUMBER          PICTURE 9(09).
             02    NE-AMOUNT-SWITCH   PICTURE X(01).
             02    NE-AMOUNT          PICTURE S9(13) COMP.
             02    NE-DETAIL          PICTURE X(40).
      *--  ONE ENTRY PER ARCHIVED NIGHT OF REJECTS ON THE ARCHIVE
      *--  INDEX, WITH HOW MANY OF ITS REJECTS THE MOUNTED ARCHIVES
      *--  ACTUALLY HELD.
           01      ARCHIVE-INDEX-TABLE.
             02    INDEX-COUNT        PICTURE 9(05)  COMP  VALUE  0.
             02    INDEX-ENTRY        OCCURS  5000.
               03  IX-RUN-DATE        PICTURE X(08).
               03  IX-RECORD-COUNT    PICTURE 9(09)  COMP.
               03  IX-FOUND-COUNT     PICTURE 9(09)  COMP.
               03  IX-ARCHIVED-ON     PICTURE X(08).
           01      TABLE-CONTROL.
             02    AC-INDEX           PICTURE 9(03)  COMP.
             02    MATCH-INDEX        PICTURE 9(03)  COMP.
             02    CORR-MATCH-INDEX   PICTURE 9(03)  COMP.
             02    EV-INDEX           PICTURE 9(05)  COMP.
             02    EV-MATCH-INDEX     PICTURE 9(05)  COMP.
             02    SLOT-INDEX         PICTURE 9(05)  COMP.
             02    SLOT-HIT-SWITCH    PICTURE X(01).
               88  SLOT-FOUND                           VALUE  'Y'.
             02    SHIFT-INDEX        PICTURE 9(05)  COMP.
             02    SHIFT-TO-INDEX     PICTURE 9(05)  COMP.
             02    IX-INDEX           PICTURE 9(05)  COMP.
             02    IX-MATCH-INDEX     PICTURE 9(05)  COMP.
      *--  THE ACCOUNT BEING LOOKED UP AND THE RETURNED TAPE BEING
      *--  READ.
           01      LOOKUP-ACCOUNT     PICTURE 9(10).
           01      RETURN-IDENTITY.
             02    RET-SAVED-DATE     PICTURE X(08)  VALUE  SPACES.
             02    RET-SAVED-PARTNER  PICTURE X(04)  VALUE  SPACES.
           01      COUNTERS.
             02    BAD-CARD-COUNT     PICTURE 9(09)  COMP  VALUE  0.
             02    LIVE-REJECT-COUNT  PICTURE 9(09)  COMP  VALUE  0.
             02    ARCH-REJECT-COUNT  PICTURE 9(09)  COMP  VALUE  0.
             02    BEYOND-INDEX-COUNT PICTURE 9(09)  COMP  VALUE  0.
             02    SHORT-NIGHT-COUNT  PICTURE 9(09)  COMP  VALUE  0.
             02    CORRECTION-COUNT   PICTURE 9(09)  COMP  VALUE  0.
             02    RETURNED-COUNT     PICTURE 9(09)  COMP  VALUE  0.
             02    SETTLE-HIST-COUNT  PICTURE 9(09)  COMP  VALUE  0.
             02    EMPTY-TRAIL-COUNT  PICTURE 9(09)  COMP  VALUE  0.
      *--  DETAIL TEXT BUILT FOR A SETTLEMENT LINE OR A CORRECTION.
           01      SETTLE-DETAIL.
             02    FILLER             PICTURE X(05)  VALUE  'TXNS '.
             02    SD-TXN-COUNT       PICTURE ZZZZZZZZ9.
             02    FILLER             PICTURE X(12)
                                       VALUE  ' SETTLED ON '.
             02    SD-SETTLED-ON      PICTURE X(08).
             02    FILLER             PICTURE X(06)  VALUE  SPACES.
           01      CORRECT-DETAIL.
             02    FILLER             PICTURE X(20)
                                       VALUE  'REPAIRED TO ACCOUNT '.
             02    CD-ACCOUNT         PICTURE 9(10).
             02    FILLER             PICTURE X(10)  VALUE  SPACES.
           01      RETURN-DETAIL.
             02    FILLER             PICTURE X(05)  VALUE  'KANA '.
             02    RD-KANA            PICTURE X(09).
             02    FILLER             PICTURE X(26)  VALUE  SPACES.
      *--  ONE PRINT LINE PER EVENT.
           01      DETAIL-LINE.
             02    DL-DATE          PICTURE X(08).
             02    DL-FILL1         PICTURE X(02).
             02    DL-EVENT         PICTURE X(16).
             02    DL-FILL2         PICTURE X(02).
             02    DL-PARTNER-ID    PICTURE X(04).
             02    DL-FILL3         PICTURE X(03).
             02    DL-RUN-ID        PICTURE X(06).
             02    DL-FILL4         PICTURE X(02).
             02    DL-NUMBER        PICTURE ZZZZZZZZ9.
             02    DL-FILL5         PICTURE X(02).
             02    DL-AMOUNT        PICTURE -(13)9.
             02    DL-FILL6         PICTURE X(02).
             02    DL-DETAIL        PICTURE X(40).
             02    FILLER           PICTURE X(22).
      *--  COLUMN HEADINGS.
           01      COLUMN-HEADING-LINE.
             02    FILLER           PICTURE X(10)
                                     VALUE  'DATE      '.
             02    FILLER           PICTURE X(18)
                                     VALUE  'EVENT             '.
             02    FILLER           PICTURE X(07)  VALUE  'PTNR   '.
             02    FILLER           PICTURE X(08)  VALUE  'RUN ID  '.
             02    FILLER           PICTURE X(11)
                                     VALUE  'SEQ/REC NO '.
             02    FILLER           PICTURE X(16)
                                     VALUE  '        AMOUNT  '.
             02    FILLER           PICTURE X(40)
                                     VALUE  'DETAIL'.
             02    FILLER           PICTURE X(22)  VALUE  SPACES.
      *--  ONE HEADING PER ACCOUNT TRAIL.
           01      ACCOUNT-HEADING-LINE.
             02    AH-LABEL         PICTURE X(41).
             02    AH-ACCOUNT       PICTURE 9(10).
             02    AH-FILL1         PICTURE X(07).
             02    AH-KANA          PICTURE X(09).
             02    AH-FILL2         PICTURE X(09).
             02    AH-STATUS        PICTURE X(16).
             02    FILLER           PICTURE X(40).
      *--  ONE LINE PER ARCHIVED NIGHT NOT FULLY MOUNTED.
           01      COVERAGE-LINE.
             02    CV-LABEL         PICTURE X(15).
             02    CV-RUN-DATE      PICTURE X(08).
             02    CV-FILL1         PICTURE X(10).
             02    CV-INDEXED       PICTURE ZZZZZZZZ9.
             02    CV-FILL2         PICTURE X(08).
             02    CV-FOUND         PICTURE ZZZZZZZZ9.
             02    CV-FILL3         PICTURE X(08).
             02    CV-ARCHIVE-DSN   PICTURE X(26).
             02    FILLER           PICTURE X(39).
      *--  THE MONTHLY ARCHIVE DATASET NAME, AS COMP3008'S JCL
      *--  BUILDS IT FROM THE MONTH THE ARCHIVING RAN.
           01      ARCHIVE-DSN.
             02    FILLER           PICTURE X(20)
                                     VALUE  'PROD.OUT.TP.REJECT.A'.
             02    AD-YYMM          PICTURE X(04).
             02    FILLER           PICTURE X(02)  VALUE  SPACES.
      *--  REPORT HEADING AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(50).
             02    FILLER           PICTURE X(82).
           01      REPORT-SUMMARY-LINE.
             02    RS-LABEL         PICTURE X(30).
             02    RS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(93).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
      *--  AT LEAST ONE GOOD ACCOUNT CARD IS REQUIRED, AND A BAD ONE
      *--  STOPS THE RUN - A MISKEYED NUMBER WOULD PRINT A TRAIL
      *--  FOR THE WRONG CUSTOMER.
           PERFORM  READ-CONTROL-S  THRU  READ-CONTROL-E.
           IF  BAD-CARD-COUNT  >  0
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  ACCOUNT-COUNT  =  0
               DISPLAY  'COMP3020 - NO ACCOUNT=NNNNNNNNNN CARD ON SYSIN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE ARCHIVE INDEX FIRST, SO EVERY ARCHIVED REJECT READ
      *--  CAN BE TICKED OFF AGAINST THE NIGHT IT CAME FROM.
           PERFORM  LOAD-ARCHIVE-INDEX-S  THRU  LOAD-ARCHIVE-INDEX-E.
      *--  GATHER EVERY SOURCE IN TURN.
           PERFORM  GATHER-MASTER-S       THRU  GATHER-MASTER-E.
           PERFORM  GATHER-SHIPPED-S      THRU  GATHER-SHIPPED-E.
           PERFORM  GATHER-LIVE-REJECTS-S THRU  GATHER-LIVE-REJECTS-E.
           PERFORM  GATHER-ARCHIVED-REJECTS-S
                    THRU  GATHER-ARCHIVED-REJECTS-E.
           PERFORM  GATHER-CORRECTIONS-S  THRU  GATHER-CORRECTIONS-E.
           PERFORM  GATHER-RETURNS-S      THRU  GATHER-RETURNS-E.
           PERFORM  GATHER-SETTLEMENTS-S  THRU  GATHER-SETTLEMENTS-E.
      *--  PRINT ONE TRAIL PER ACCOUNT, THEN THE ARCHIVE COVERAGE.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3020 - REPORT FILE OPEN FAILED, STATUS = '
                        WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  PRINT-ONE-TRAIL-S  THRU  PRINT-ONE-TRAIL-E
                    VARYING  AC-INDEX  FROM  1  BY  1
                    UNTIL  AC-INDEX  >  ACCOUNT-COUNT.
           PERFORM  PRINT-COVERAGE-S   THRU  PRINT-COVERAGE-E.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
           CLOSE  REPORT-FILE.
      *--  A NIGHT WHOSE ARCHIVE WAS NOT MOUNTED LEAVES A HOLE IN
      *--  THE TRAIL, AND AN ACCOUNT WITH NOTHING AT ALL WAS MOST
      *--  LIKELY MISKEYED - RC=4 SO NEITHER IS MISSED.
           IF  SHORT-NIGHT-COUNT  >  0  OR  EMPTY-TRAIL-COUNT  >  0
               DISPLAY  'COMP3020 - TRAIL INCOMPLETE OR EMPTY - SEE '
                        'TRAILRPT'
               MOVE  4  TO  RETURN-CODE
           END-IF.
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
           IF  CONTROL-CARD (1:8)  NOT =  'ACCOUNT='
               GO TO  READ-CONTROL-CARD-E
           END-IF.
           MOVE  CONTROL-CARD (9:72)  TO  ACCOUNT-CARD.
           IF  ACARD-ACCOUNT  NOT NUMERIC
               OR  ACARD-REST  NOT =  SPACES
               DISPLAY  'COMP3020 - ACCOUNT CARD IS NOT ACCOUNT='
                        'NNNNNNNNNN: '  CONTROL-CARD
               ADD  1  TO  BAD-CARD-COUNT
               GO TO  READ-CONTROL-CARD-E
           END-IF.
      *--  THE SAME ACCOUNT GIVEN TWICE GETS ONE TRAIL.
           MOVE  ACARD-ACCOUNT-N  TO  LOOKUP-ACCOUNT.
           PERFORM  FIND-ACCOUNT-S  THRU  FIND-ACCOUNT-E.
           IF  MATCH-INDEX  >  0
               GO TO  READ-CONTROL-CARD-E
           END-IF.
           IF  ACCOUNT-COUNT  >=  100
               DISPLAY  'COMP3020 - MORE THAN 100 ACCOUNT CARDS - '
                        'SPLIT THE REQUEST ACROSS RUNS'
               ADD  1  TO  BAD-CARD-COUNT
               GO TO  READ-CONTROL-CARD-E
           END-IF.
           ADD  1  TO  ACCOUNT-COUNT.
           MOVE  ACARD-ACCOUNT-N  TO  AC-ACCOUNT (ACCOUNT-COUNT).
           MOVE  'N'              TO  AC-MASTER-SWITCH (ACCOUNT-COUNT).
           MOVE  SPACE            TO  AC-STATUS (ACCOUNT-COUNT).
           MOVE  SPACES           TO  AC-KANA (ACCOUNT-COUNT).
           MOVE  0                TO  AC-EVENT-COUNT (ACCOUNT-COUNT).
        READ-CONTROL-CARD-E.
           EXIT.

        FIND-ACCOUNT    SECTION.
        FIND-ACCOUNT-S.
      *--  MATCH-INDEX COMES BACK AS THE TABLE ENTRY FOR
      *--  LOOKUP-ACCOUNT, OR ZERO WHEN IT WAS NOT ASKED FOR.
           MOVE  0  TO  MATCH-INDEX.
           PERFORM  MATCH-ONE-ACCOUNT-S  THRU  MATCH-ONE-ACCOUNT-E
                    VARYING  AC-INDEX  FROM  1  BY  1
                    UNTIL  AC-INDEX  >  ACCOUNT-COUNT
                       OR  MATCH-INDEX  >  0.
        FIND-ACCOUNT-E.
           EXIT.

        MATCH-ONE-ACCOUNT       SECTION.
        MATCH-ONE-ACCOUNT-S.
           IF  AC-ACCOUNT (AC-INDEX)  =  LOOKUP-ACCOUNT
               MOVE  AC-INDEX  TO  MATCH-INDEX
           END-IF.
        MATCH-ONE-ACCOUNT-E.
           EXIT.

        LOAD-ARCHIVE-INDEX      SECTION.
        LOAD-ARCHIVE-INDEX-S.
           OPEN  INPUT  INDEX-FILE.
           IF  NOT WS-ARCHIDX-OK
               DISPLAY  'COMP3020 - ARCHIDX OPEN FAILED, STATUS = '
                        WS-ARCHIDX-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-INDEX-S      THRU  READ-INDEX-E.
           PERFORM  LOAD-ONE-INDEX-S  THRU  LOAD-ONE-INDEX-E
                    UNTIL  END-OF-INDEX.
           CLOSE  INDEX-FILE.
        LOAD-ARCHIVE-INDEX-E.
           EXIT.

        READ-INDEX      SECTION.
        READ-INDEX-S.
           READ  INDEX-FILE
               AT END  SET  END-OF-INDEX  TO  TRUE
           END-READ.
        READ-INDEX-E.
           EXIT.

        LOAD-ONE-INDEX  SECTION.
        LOAD-ONE-INDEX-S.
      *--  ONLY THE REJECT ARCHIVE MATTERS TO THE TRAIL - THE
      *--  EXCEPTION REPORT ARCHIVE CARRIES NO ACCOUNT.
           IF  NOT IDX-REJECT-KIND
               GO TO  LOAD-ONE-INDEX-X
           END-IF.
           IF  INDEX-COUNT  >=  5000
               DISPLAY  'COMP3020 - MORE THAN 5000 ARCHIVED NIGHTS ON '
                        'ARCHIDX - RAISE THE TABLE LIMIT'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  INDEX-COUNT.
           MOVE  IDX-RUN-DATE      TO  IX-RUN-DATE (INDEX-COUNT).
           MOVE  IDX-RECORD-COUNT  TO  IX-RECORD-COUNT (INDEX-COUNT).
           MOVE  0                 TO  IX-FOUND-COUNT (INDEX-COUNT).
           MOVE  IDX-ARCHIVED-ON   TO  IX-ARCHIVED-ON (INDEX-COUNT).
        LOAD-ONE-INDEX-X.
           PERFORM  READ-INDEX-S  THRU  READ-INDEX-E.
        LOAD-ONE-INDEX-E.
           EXIT.

        GATHER-MASTER   SECTION.
        GATHER-MASTER-S.
           OPEN  INPUT  CUST-MASTER.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3020 - CUSTOMER MASTER OPEN FAILED, '
                        'STATUS = '  WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  GATHER-ONE-MASTER-S  THRU  GATHER-ONE-MASTER-E
                    VARYING  AC-INDEX  FROM  1  BY  1
                    UNTIL  AC-INDEX  >  ACCOUNT-COUNT.
           CLOSE  CUST-MASTER.
        GATHER-MASTER-E.
           EXIT.

        GATHER-ONE-MASTER       SECTION.
        GATHER-ONE-MASTER-S.
           MOVE  AC-ACCOUNT (AC-INDEX)  TO  CM-ACCOUNT.
           READ  CUST-MASTER
               INVALID KEY
                   GO TO  GATHER-ONE-MASTER-E
           END-READ.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3020 - CUSTOMER MASTER READ FAILED, '
                        'STATUS = '  WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           SET  AC-ON-MASTER (AC-INDEX)  TO  TRUE.
           MOVE  CM-STATUS  TO  AC-STATUS (AC-INDEX).
           MOVE  CM-KANA    TO  AC-KANA (AC-INDEX).
           MOVE  SPACES           TO  NEW-EVENT.
           MOVE  AC-INDEX         TO  NE-ACCOUNT-INDEX.
           MOVE  CM-OPEN-DATE     TO  NE-DATE.
           MOVE  'O'              TO  NE-KIND.
           MOVE  'ON CUSTOMER MASTER'  TO  NE-DETAIL.
           PERFORM  ADD-EVENT-S  THRU  ADD-EVENT-E.
           IF  CM-CLOSED
               MOVE  SPACES           TO  NEW-EVENT
               MOVE  AC-INDEX         TO  NE-ACCOUNT-INDEX
               MOVE  CM-CLOSE-DATE    TO  NE-DATE
               MOVE  'X'              TO  NE-KIND
               MOVE  'ON CUSTOMER MASTER'  TO  NE-DETAIL
               PERFORM  ADD-EVENT-S  THRU  ADD-EVENT-E
           END-IF.
        GATHER-ONE-MASTER-E.
           EXIT.

        GATHER-SHIPPED  SECTION.
        GATHER-SHIPPED-S.
           OPEN  INPUT  SENT-HIST.
           IF  NOT WS-SENTHIST-OK
               DISPLAY  'COMP3020 - SENT HISTORY OPEN FAILED, STATUS = '
                        WS-SENTHIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  GATHER-ONE-SHIPPED-S  THRU  GATHER-ONE-SHIPPED-E
                    VARYING  AC-INDEX  FROM  1  BY  1
                    UNTIL  AC-INDEX  >  ACCOUNT-COUNT.
           CLOSE  SENT-HIST.
        GATHER-SHIPPED-E.
           EXIT.

        GATHER-ONE-SHIPPED      SECTION.
        GATHER-ONE-SHIPPED-S.
      *--  START AT THE ACCOUNT'S FIRST ENTRY AND READ FORWARD UNTIL
      *--  THE ACCOUNT CHANGES.
           MOVE  'N'                    TO  SENT-EOF-SWITCH.
           MOVE  LOW-VALUES             TO  SH-KEY.
           MOVE  AC-ACCOUNT (AC-INDEX)  TO  SH-ACCOUNT.
           START  SENT-HIST  KEY  IS  NOT LESS THAN  SH-KEY
               INVALID KEY  SET  END-OF-SENT-HISTORY  TO  TRUE
           END-START.
           PERFORM  TAKE-ONE-SHIPPED-S  THRU  TAKE-ONE-SHIPPED-E
                    UNTIL  END-OF-SENT-HISTORY.
        GATHER-ONE-SHIPPED-E.
           EXIT.

        TAKE-ONE-SHIPPED        SECTION.
        TAKE-ONE-SHIPPED-S.
           READ  SENT-HIST  NEXT  RECORD
               AT END  SET  END-OF-SENT-HISTORY  TO  TRUE
           END-READ.
           IF  END-OF-SENT-HISTORY
               GO TO  TAKE-ONE-SHIPPED-E
           END-IF.
           IF  SH-ACCOUNT  NOT =  AC-ACCOUNT (AC-INDEX)
               SET  END-OF-SENT-HISTORY  TO  TRUE
               GO TO  TAKE-ONE-SHIPPED-E
           END-IF.
           MOVE  SPACES         TO  NEW-EVENT.
           MOVE  AC-INDEX       TO  NE-ACCOUNT-INDEX.
           MOVE  SH-RUN-DATE    TO  NE-DATE.
           MOVE  'S'            TO  NE-KIND.
           MOVE  SH-PARTNER-ID  TO  NE-PARTNER-ID.
           MOVE  SH-RUN-ID      TO  NE-RUN-ID.
           MOVE  SH-SEQ-NUMBER  TO  NE-NUMBER.
           IF  SH-AMOUNT  NUMERIC
               MOVE  'Y'        TO  NE-AMOUNT-SWITCH
               MOVE  SH-AMOUNT  TO  NE-AMOUNT
           END-IF.
      *--  ENTRIES CARRIED OVER AT CUTOVER HAVE NO TAPE BEHIND THEM.
           IF  SH-RUN-ID  =  'CUTOVR'
               MOVE  'FROM HISTORY LOADED AT CUTOVER'  TO  NE-DETAIL
           END-IF.
           PERFORM  ADD-EVENT-S  THRU  ADD-EVENT-E.
        TAKE-ONE-SHIPPED-E.
           EXIT.

        GATHER-LIVE-REJECTS     SECTION.
        GATHER-LIVE-REJECTS-S.
           OPEN  INPUT  REJECT-FILE.
           IF  NOT WS-REJECT-OK
               DISPLAY  'COMP3020 - REJECT FILE OPEN FAILED, STATUS = '
                        WS-REJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           SET  LIVE-REJECT  TO  TRUE.
           PERFORM  READ-LIVE-REJECT-S  THRU  READ-LIVE-REJECT-E.
           PERFORM  TAKE-LIVE-REJECT-S  THRU  TAKE-LIVE-REJECT-E
                    UNTIL  END-OF-REJECTS.
           CLOSE  REJECT-FILE.
        GATHER-LIVE-REJECTS-E.
           EXIT.

        READ-LIVE-REJECT        SECTION.
        READ-LIVE-REJECT-S.
           READ  REJECT-FILE  INTO  REJECT-REC
               AT END  SET  END-OF-REJECTS  TO  TRUE
           END-READ.
        READ-LIVE-REJECT-E.
           EXIT.

        TAKE-LIVE-REJECT        SECTION.
        TAKE-LIVE-REJECT-S.
           ADD  1  TO  LIVE-REJECT-COUNT.
           PERFORM  TAKE-REJECT-S  THRU  TAKE-REJECT-E.
           PERFORM  READ-LIVE-REJECT-S  THRU  READ-LIVE-REJECT-E.
        TAKE-LIVE-REJECT-E.
           EXIT.

        GATHER-ARCHIVED-REJECTS SECTION.
        GATHER-ARCHIVED-REJECTS-S.
           OPEN  INPUT  REJ-ARCHIVE.
           IF  NOT WS-REJARCH-OK
               DISPLAY  'COMP3020 - ARCHIVE OPEN FAILED, STATUS = '
                        WS-REJARCH-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           SET  ARCHIVED-REJECT  TO  TRUE.
           PERFORM  READ-ARCHIVE-S  THRU  READ-ARCHIVE-E.
           PERFORM  TAKE-ARCHIVED-REJECT-S
                    THRU  TAKE-ARCHIVED-REJECT-E
                    UNTIL  END-OF-ARCHIVE.
           CLOSE  REJ-ARCHIVE.
        GATHER-ARCHIVED-REJECTS-E.
           EXIT.

        READ-ARCHIVE    SECTION.
        READ-ARCHIVE-S.
           READ  REJ-ARCHIVE  INTO  REJECT-REC
               AT END  SET  END-OF-ARCHIVE  TO  TRUE
           END-READ.
        READ-ARCHIVE-E.
           EXIT.

        TAKE-ARCHIVED-REJECT    SECTION.
        TAKE-ARCHIVED-REJECT-S.
      *--  TICK THE REJECT OFF AGAINST ITS ARCHIVED NIGHT - A NIGHT
      *--  STILL SHORT AT THE END HAD ITS MONTHLY ARCHIVE LEFT OFF
      *--  THE REJARCH CONCATENATION.
           ADD  1  TO  ARCH-REJECT-COUNT.
           MOVE  0  TO  IX-MATCH-INDEX.
           PERFORM  MATCH-ONE-INDEX-S  THRU  MATCH-ONE-INDEX-E
                    VARYING  IX-INDEX  FROM  1  BY  1
                    UNTIL  IX-INDEX  >  INDEX-COUNT
                       OR  IX-MATCH-INDEX  >  0.
           IF  IX-MATCH-INDEX  >  0
               ADD  1  TO  IX-FOUND-COUNT (IX-MATCH-INDEX)
           ELSE
               ADD  1  TO  BEYOND-INDEX-COUNT
           END-IF.
           PERFORM  TAKE-REJECT-S   THRU  TAKE-REJECT-E.
           PERFORM  READ-ARCHIVE-S  THRU  READ-ARCHIVE-E.
        TAKE-ARCHIVED-REJECT-E.
           EXIT.

        MATCH-ONE-INDEX SECTION.
        MATCH-ONE-INDEX-S.
           IF  IX-RUN-DATE (IX-INDEX)  =  REJ-RUN-DATE
               AND  IX-FOUND-COUNT (IX-INDEX)
                    <  IX-RECORD-COUNT (IX-INDEX)
               MOVE  IX-INDEX  TO  IX-MATCH-INDEX
           END-IF.
        MATCH-ONE-INDEX-E.
           EXIT.

        TAKE-REJECT     SECTION.
        TAKE-REJECT-S.
      *--  ONLY A COMBINED CUSTOMER DETAIL CARRIES AN ACCOUNT - AND
      *--  ONE REJECTED FOR A BAD ACCOUNT NUMBER CANNOT BE TIED TO
      *--  ANY.
           MOVE  REJ-SOURCE-REC  TO  IN-PACK-REC.
           IF  NOT IN-CUST-REC
               OR  IN-CUST-ACCOUNT  NOT NUMERIC
               GO TO  TAKE-REJECT-E
           END-IF.
           MOVE  IN-CUST-ACCOUNT  TO  LOOKUP-ACCOUNT.
           PERFORM  FIND-ACCOUNT-S  THRU  FIND-ACCOUNT-E.
           IF  MATCH-INDEX  =  0
               GO TO  TAKE-REJECT-E
           END-IF.
           MOVE  SPACES          TO  NEW-EVENT.
           MOVE  MATCH-INDEX     TO  NE-ACCOUNT-INDEX.
           MOVE  REJ-RUN-DATE    TO  NE-DATE.
           MOVE  REJ-RUN-ID      TO  NE-RUN-ID.
           MOVE  REJ-RECORD-NUM  TO  NE-NUMBER.
           MOVE  REJ-REASON      TO  NE-DETAIL.
      *--  A PARTNER REFUSAL CARRIES THE PARTNER ID FOLLOWED BY
      *--  'RF' AS ITS RUN IDENTIFIER.
           IF  REJ-RUN-ID (5:2)  =  'RF'
               MOVE  'F'                 TO  NE-KIND
               MOVE  REJ-RUN-ID (1:4)    TO  NE-PARTNER-ID
           ELSE
               MOVE  'R'                 TO  NE-KIND
           END-IF.
           IF  ARCHIVED-REJECT
               MOVE  'Y'  TO  NE-ARCHIVED-SWITCH
           END-IF.
           IF  IN-CUST-AMOUNT  NUMERIC
               MOVE  'Y'             TO  NE-AMOUNT-SWITCH
               MOVE  IN-CUST-AMOUNT  TO  NE-AMOUNT
           END-IF.
           PERFORM  ADD-EVENT-S  THRU  ADD-EVENT-E.
        TAKE-REJECT-E.
           EXIT.

        GATHER-CORRECTIONS      SECTION.
        GATHER-CORRECTIONS-S.
           OPEN  INPUT  CORRECT-FILE.
           IF  NOT WS-CORRECT-OK
               DISPLAY  'COMP3020 - CORRECTION FILE OPEN FAILED, '
                        'STATUS = '  WS-CORRECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-CORRECTION-S  THRU  READ-CORRECTION-E.
           PERFORM  TAKE-CORRECTION-S  THRU  TAKE-CORRECTION-E
                    UNTIL  END-OF-CORRECTIONS.
           CLOSE  CORRECT-FILE.
        GATHER-CORRECTIONS-E.
           EXIT.

        READ-CORRECTION SECTION.
        READ-CORRECTION-S.
           READ  CORRECT-FILE
               AT END  SET  END-OF-CORRECTIONS  TO  TRUE
           END-READ.
        READ-CORRECTION-E.
           EXIT.

        TAKE-CORRECTION SECTION.
        TAKE-CORRECTION-S.
      *--  A CORRECTION BELONGS ON THE TRAIL OF THE ACCOUNT WHOSE
      *--  REJECT IT IS KEYED AGAINST, AND ON THE TRAIL OF THE
      *--  ACCOUNT THE REPAIRED RECORD CARRIES WHEN THE REPAIR
      *--  CHANGED IT.
           ADD  1  TO  CORRECTION-COUNT.
           MOVE  0  TO  CORR-MATCH-INDEX.
           MOVE  0  TO  EV-MATCH-INDEX.
           PERFORM  MATCH-ONE-REJECT-S  THRU  MATCH-ONE-REJECT-E
                    VARYING  EV-INDEX  FROM  1  BY  1
                    UNTIL  EV-INDEX  >  EVENT-COUNT
                       OR  EV-MATCH-INDEX  >  0.
           MOVE  CORR-NEW-REC  TO  IN-PACK-REC.
           IF  EV-MATCH-INDEX  >  0
               MOVE  EV-ACCOUNT-INDEX (EV-MATCH-INDEX)
                     TO  CORR-MATCH-INDEX
               PERFORM  ADD-CORRECTION-S  THRU  ADD-CORRECTION-E
           END-IF.
           IF  NOT IN-CUST-REC
               OR  IN-CUST-ACCOUNT  NOT NUMERIC
               GO TO  TAKE-CORRECTION-X
           END-IF.
           MOVE  IN-CUST-ACCOUNT  TO  LOOKUP-ACCOUNT.
           PERFORM  FIND-ACCOUNT-S  THRU  FIND-ACCOUNT-E.
           IF  MATCH-INDEX  >  0
               AND  MATCH-INDEX  NOT =  CORR-MATCH-INDEX
               MOVE  MATCH-INDEX  TO  CORR-MATCH-INDEX
               PERFORM  ADD-CORRECTION-S  THRU  ADD-CORRECTION-E
           END-IF.
        TAKE-CORRECTION-X.
           PERFORM  READ-CORRECTION-S  THRU  READ-CORRECTION-E.
        TAKE-CORRECTION-E.
           EXIT.

        MATCH-ONE-REJECT        SECTION.
        MATCH-ONE-REJECT-S.
           IF  (EV-REJECTED (EV-INDEX)  OR  EV-REFUSED (EV-INDEX))
               AND  EV-DATE (EV-INDEX)    =  CORR-RUN-DATE
               AND  EV-RUN-ID (EV-INDEX)  =  CORR-RUN-ID
               AND  EV-NUMBER (EV-INDEX)  =  CORR-RECORD-NUM
               MOVE  EV-INDEX  TO  EV-MATCH-INDEX
           END-IF.
        MATCH-ONE-REJECT-E.
           EXIT.

        ADD-CORRECTION  SECTION.
        ADD-CORRECTION-S.
      *--  THE CORRECTION IS DATED BY THE REJECT IT REPAIRS, SO IT
      *--  LANDS ON THE TRAIL RIGHT AFTER IT.
           MOVE  SPACES            TO  NEW-EVENT.
           MOVE  CORR-MATCH-INDEX  TO  NE-ACCOUNT-INDEX.
           MOVE  CORR-RUN-DATE     TO  NE-DATE.
           MOVE  'C'               TO  NE-KIND.
           MOVE  CORR-RUN-ID       TO  NE-RUN-ID.
           MOVE  CORR-RECORD-NUM   TO  NE-NUMBER.
           IF  IN-CUST-REC
               AND  IN-CUST-ACCOUNT  NUMERIC
               MOVE  IN-CUST-ACCOUNT  TO  CD-ACCOUNT
               MOVE  CORRECT-DETAIL   TO  NE-DETAIL
               IF  IN-CUST-AMOUNT  NUMERIC
                   MOVE  'Y'             TO  NE-AMOUNT-SWITCH
                   MOVE  IN-CUST-AMOUNT  TO  NE-AMOUNT
               END-IF
           ELSE
               MOVE  'REPAIRED RECORD IS NOT A CUSTOMER DETAIL'
                     TO  NE-DETAIL
           END-IF.
           PERFORM  ADD-EVENT-S  THRU  ADD-EVENT-E.
        ADD-CORRECTION-E.
           EXIT.

        GATHER-RETURNS  SECTION.
        GATHER-RETURNS-S.
           OPEN  INPUT  RETURN-FILE.
           IF  NOT WS-RETPACK-OK
               DISPLAY  'COMP3020 - RETURNED EXTRACT OPEN FAILED, '
                        'STATUS = '  WS-RETPACK-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-RETURN-S  THRU  READ-RETURN-E.
           PERFORM  TAKE-RETURN-S  THRU  TAKE-RETURN-E
                    UNTIL  END-OF-RETURNS.
           CLOSE  RETURN-FILE.
        GATHER-RETURNS-E.
           EXIT.

        READ-RETURN     SECTION.
        READ-RETURN-S.
           READ  RETURN-FILE
               AT END  SET  END-OF-RETURNS  TO  TRUE
           END-READ.
        READ-RETURN-E.
           EXIT.

        TAKE-RETURN     SECTION.
        TAKE-RETURN-S.
      *--  SEVERAL EXTRACTS CAN BE CONCATENATED - EACH HEADER NAMES
      *--  THE RETURNED TAPE THE DETAILS AFTER IT CAME BACK ON.
           IF  RET-HDR
               MOVE  RET-HDR-RUN-DATE    TO  RET-SAVED-DATE
               MOVE  RET-HDR-PARTNER-ID  TO  RET-SAVED-PARTNER
               GO TO  TAKE-RETURN-X
           END-IF.
           IF  NOT RET-CUST
               OR  RET-CUST-ACCOUNT  NOT NUMERIC
               GO TO  TAKE-RETURN-X
           END-IF.
           ADD  1  TO  RETURNED-COUNT.
           MOVE  RET-CUST-ACCOUNT  TO  LOOKUP-ACCOUNT.
           PERFORM  FIND-ACCOUNT-S  THRU  FIND-ACCOUNT-E.
           IF  MATCH-INDEX  =  0
               GO TO  TAKE-RETURN-X
           END-IF.
           MOVE  SPACES             TO  NEW-EVENT.
           MOVE  MATCH-INDEX        TO  NE-ACCOUNT-INDEX.
           MOVE  RET-SAVED-DATE     TO  NE-DATE.
           MOVE  'T'                TO  NE-KIND.
           MOVE  RET-SAVED-PARTNER  TO  NE-PARTNER-ID.
           IF  RET-CUST-AMOUNT  NUMERIC
               MOVE  'Y'              TO  NE-AMOUNT-SWITCH
               MOVE  RET-CUST-AMOUNT  TO  NE-AMOUNT
           END-IF.
           MOVE  RET-CUST-KANA      TO  RD-KANA.
           MOVE  RETURN-DETAIL      TO  NE-DETAIL.
           PERFORM  ADD-EVENT-S  THRU  ADD-EVENT-E.
        TAKE-RETURN-X.
           PERFORM  READ-RETURN-S  THRU  READ-RETURN-E.
        TAKE-RETURN-E.
           EXIT.

        GATHER-SETTLEMENTS      SECTION.
        GATHER-SETTLEMENTS-S.
           OPEN  INPUT  HISTORY-FILE.
           IF  NOT WS-HISTORY-OK
               DISPLAY  'COMP3020 - SETTLEMENT HISTORY OPEN FAILED, '
                        'STATUS = '  WS-HISTORY-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-SETTLE-HISTORY-S  THRU  READ-SETTLE-HISTORY-E.
           PERFORM  TAKE-SETTLEMENT-S      THRU  TAKE-SETTLEMENT-E
                    UNTIL  END-OF-SETTLE-HISTORY.
           CLOSE  HISTORY-FILE.
        GATHER-SETTLEMENTS-E.
           EXIT.

        READ-SETTLE-HISTORY     SECTION.
        READ-SETTLE-HISTORY-S.
           READ  HISTORY-FILE
               AT END  SET  END-OF-SETTLE-HISTORY  TO  TRUE
           END-READ.
        READ-SETTLE-HISTORY-E.
           EXIT.

        TAKE-SETTLEMENT SECTION.
        TAKE-SETTLEMENT-S.
           ADD  1  TO  SETTLE-HIST-COUNT.
           IF  STL-ACCOUNT  NOT NUMERIC
               GO TO  TAKE-SETTLEMENT-X
           END-IF.
           MOVE  STL-ACCOUNT  TO  LOOKUP-ACCOUNT.
           PERFORM  FIND-ACCOUNT-S  THRU  FIND-ACCOUNT-E.
           IF  MATCH-INDEX  =  0
               GO TO  TAKE-SETTLEMENT-X
           END-IF.
           MOVE  SPACES          TO  NEW-EVENT.
           MOVE  MATCH-INDEX     TO  NE-ACCOUNT-INDEX.
           MOVE  STL-TAPE-DATE   TO  NE-DATE.
           MOVE  'L'             TO  NE-KIND.
           MOVE  STL-PARTNER-ID  TO  NE-PARTNER-ID.
           IF  STL-NET-AMOUNT  NUMERIC
               MOVE  'Y'             TO  NE-AMOUNT-SWITCH
               MOVE  STL-NET-AMOUNT  TO  NE-AMOUNT
           END-IF.
           MOVE  0               TO  SD-TXN-COUNT.
           IF  STL-TXN-COUNT  NUMERIC
               MOVE  STL-TXN-COUNT  TO  SD-TXN-COUNT
           END-IF.
           MOVE  STL-SETTLED-ON  TO  SD-SETTLED-ON.
           MOVE  SETTLE-DETAIL   TO  NE-DETAIL.
      *--  A GENERATION SETTLED AGAIN REPLACES ITS EARLIER LINE -
      *--  THE HISTORY IS APPENDED IN RUN ORDER, SO THE LAST ONE
      *--  READ STANDS.
           MOVE  0  TO  EV-MATCH-INDEX.
           PERFORM  MATCH-ONE-SETTLEMENT-S  THRU  MATCH-ONE-SETTLEMENT-E
                    VARYING  EV-INDEX  FROM  1  BY  1
                    UNTIL  EV-INDEX  >  EVENT-COUNT
                       OR  EV-MATCH-INDEX  >  0.
           IF  EV-MATCH-INDEX  >  0
               MOVE  NEW-EVENT  TO  EVENT-ENTRY (EV-MATCH-INDEX)
           ELSE
               PERFORM  ADD-EVENT-S  THRU  ADD-EVENT-E
           END-IF.
        TAKE-SETTLEMENT-X.
           PERFORM  READ-SETTLE-HISTORY-S  THRU  READ-SETTLE-HISTORY-E.
        TAKE-SETTLEMENT-E.
           EXIT.

        MATCH-ONE-SETTLEMENT    SECTION.
        MATCH-ONE-SETTLEMENT-S.
           IF  EV-SETTLED (EV-INDEX)
               AND  EV-SORT-KEY (EV-INDEX)    =  NE-SORT-KEY
               AND  EV-PARTNER-ID (EV-INDEX)  =  NE-PARTNER-ID
               MOVE  EV-INDEX  TO  EV-MATCH-INDEX
           END-IF.
        MATCH-ONE-SETTLEMENT-E.
           EXIT.

        ADD-EVENT       SECTION.
        ADD-EVENT-S.
      *--  HUNT THE TABLE FOR THE FIRST ENTRY THAT SORTS AFTER THE
      *--  NEW ONE AND INSERT AHEAD OF IT - AN EQUAL KEY GOES AFTER
      *--  THE ENTRIES ALREADY THERE, SO SAME-DAY EVENTS KEEP THE
      *--  ORDER THEY WERE FOUND IN.
           IF  EVENT-COUNT  >=  5000
               DISPLAY  'COMP3020 - MORE THAN 5000 EVENTS ON THE '
                        'TRAILS - RAISE THE TABLE LIMIT OR ASK FOR '
                        'FEWER ACCOUNTS'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  'N'  TO  SLOT-HIT-SWITCH.
           MOVE  1    TO  SLOT-INDEX.
           PERFORM  FIND-SLOT-S  THRU  FIND-SLOT-E
                    UNTIL  SLOT-FOUND
                       OR  SLOT-INDEX  >  EVENT-COUNT.
           PERFORM  SHIFT-ONE-ENTRY-S  THRU  SHIFT-ONE-ENTRY-E
                    VARYING  SHIFT-INDEX  FROM  EVENT-COUNT  BY  -1
                    UNTIL  SHIFT-INDEX  <  SLOT-INDEX.
           ADD  1  TO  EVENT-COUNT.
           MOVE  NEW-EVENT  TO  EVENT-ENTRY (SLOT-INDEX).
           ADD  1  TO  AC-EVENT-COUNT (NE-ACCOUNT-INDEX).
        ADD-EVENT-E.
           EXIT.

        FIND-SLOT       SECTION.
        FIND-SLOT-S.
           IF  EV-SORT-KEY (SLOT-INDEX)  >  NE-SORT-KEY
               SET  SLOT-FOUND  TO  TRUE
           ELSE
               ADD  1  TO  SLOT-INDEX
           END-IF.
        FIND-SLOT-E.
           EXIT.

        SHIFT-ONE-ENTRY SECTION.
        SHIFT-ONE-ENTRY-S.
           ADD  1  SHIFT-INDEX  GIVING  SHIFT-TO-INDEX.
           MOVE  EVENT-ENTRY (SHIFT-INDEX)
                 TO  EVENT-ENTRY (SHIFT-TO-INDEX).
        SHIFT-ONE-ENTRY-E.
           EXIT.

        PRINT-ONE-TRAIL SECTION.
        PRINT-ONE-TRAIL-S.
           MOVE  SPACES  TO  ACCOUNT-HEADING-LINE.
           MOVE  'COMP3020 ACCOUNT HISTORY TRAIL - ACCOUNT '
                 TO  AH-LABEL.
           MOVE  AC-ACCOUNT (AC-INDEX)  TO  AH-ACCOUNT.
           MOVE  '  KANA '              TO  AH-FILL1.
           MOVE  AC-KANA (AC-INDEX)     TO  AH-KANA.
           MOVE  '  MASTER '            TO  AH-FILL2.
           EVALUATE  TRUE
               WHEN  NOT AC-ON-MASTER (AC-INDEX)
                   MOVE  'NOT ON MASTER'    TO  AH-STATUS
               WHEN  AC-CLOSED (AC-INDEX)
                   MOVE  'CLOSED'           TO  AH-STATUS
               WHEN  AC-OPEN (AC-INDEX)
                   MOVE  'OPEN'             TO  AH-STATUS
               WHEN  OTHER
                   MOVE  'UNKNOWN STATUS'   TO  AH-STATUS
           END-EVALUATE.
           WRITE  REPORT-REC  FROM  ACCOUNT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           WRITE  REPORT-REC  FROM  COLUMN-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           PERFORM  PRINT-ONE-EVENT-S  THRU  PRINT-ONE-EVENT-E
                    VARYING  EV-INDEX  FROM  1  BY  1
                    UNTIL  EV-INDEX  >  EVENT-COUNT.
           IF  AC-EVENT-COUNT (AC-INDEX)  =  0
               ADD  1  TO  EMPTY-TRAIL-COUNT
               MOVE  SPACES  TO  REPORT-HEADING-LINE
               MOVE  'NOTHING FOUND FOR THIS ACCOUNT IN ANY SOURCE'
                     TO  RH-LABEL
               WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
           END-IF.
           MOVE  SPACES                     TO  REPORT-SUMMARY-LINE.
           MOVE  'EVENTS ON THIS TRAIL:     '  TO  RS-LABEL.
           MOVE  AC-EVENT-COUNT (AC-INDEX)  TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES  TO  REPORT-REC.
           WRITE  REPORT-REC.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        PRINT-ONE-TRAIL-E.
           EXIT.

        PRINT-ONE-EVENT SECTION.
        PRINT-ONE-EVENT-S.
           IF  EV-ACCOUNT-INDEX (EV-INDEX)  NOT =  AC-INDEX
               GO TO  PRINT-ONE-EVENT-E
           END-IF.
           MOVE  SPACES                   TO  DETAIL-LINE.
           MOVE  EV-DATE (EV-INDEX)       TO  DL-DATE.
           EVALUATE  TRUE
               WHEN  EV-OPENED (EV-INDEX)
                   MOVE  'ACCOUNT OPENED'     TO  DL-EVENT
               WHEN  EV-CLOSED (EV-INDEX)
                   MOVE  'ACCOUNT CLOSED'     TO  DL-EVENT
               WHEN  EV-SHIPPED (EV-INDEX)
                   MOVE  'SHIPPED'            TO  DL-EVENT
               WHEN  EV-REJECTED (EV-INDEX)
                   AND  EV-ARCHIVED (EV-INDEX)
                   MOVE  'REJECTED (ARCH)'    TO  DL-EVENT
               WHEN  EV-REJECTED (EV-INDEX)
                   MOVE  'REJECTED'           TO  DL-EVENT
               WHEN  EV-REFUSED (EV-INDEX)
                   AND  EV-ARCHIVED (EV-INDEX)
                   MOVE  'REFUSED (ARCH)'     TO  DL-EVENT
               WHEN  EV-REFUSED (EV-INDEX)
                   MOVE  'REFUSED BY PTNR'    TO  DL-EVENT
               WHEN  EV-CORRECTED (EV-INDEX)
                   MOVE  'CORRECTED'          TO  DL-EVENT
               WHEN  EV-RETURNED (EV-INDEX)
                   MOVE  'RETURNED'           TO  DL-EVENT
               WHEN  EV-SETTLED (EV-INDEX)
                   MOVE  'SETTLED'            TO  DL-EVENT
           END-EVALUATE.
           MOVE  EV-PARTNER-ID (EV-INDEX)  TO  DL-PARTNER-ID.
           MOVE  EV-RUN-ID (EV-INDEX)      TO  DL-RUN-ID.
           IF  EV-NUMBER (EV-INDEX)  NUMERIC
               AND  EV-NUMBER (EV-INDEX)  >  0
               MOVE  EV-NUMBER (EV-INDEX)  TO  DL-NUMBER
           END-IF.
           IF  EV-HAS-AMOUNT (EV-INDEX)
               MOVE  EV-AMOUNT (EV-INDEX)  TO  DL-AMOUNT
           END-IF.
           MOVE  EV-DETAIL (EV-INDEX)      TO  DL-DETAIL.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        PRINT-ONE-EVENT-E.
           EXIT.

        PRINT-COVERAGE  SECTION.
        PRINT-COVERAGE-S.
      *--  EVERY ARCHIVED NIGHT THE MOUNTED ARCHIVES DID NOT FULLY
      *--  HOLD IS NAMED WITH THE MONTHLY ARCHIVE TO ADD TO THE
      *--  REJARCH CONCATENATION.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3020 REJECT ARCHIVE COVERAGE (ARCHIDX)'
                 TO  RH-LABEL.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           PERFORM  PRINT-ONE-COVERAGE-S  THRU  PRINT-ONE-COVERAGE-E
                    VARYING  IX-INDEX  FROM  1  BY  1
                    UNTIL  IX-INDEX  >  INDEX-COUNT.
        PRINT-COVERAGE-E.
           EXIT.

        PRINT-ONE-COVERAGE      SECTION.
        PRINT-ONE-COVERAGE-S.
           IF  IX-FOUND-COUNT (IX-INDEX)
               NOT <  IX-RECORD-COUNT (IX-INDEX)
               GO TO  PRINT-ONE-COVERAGE-E
           END-IF.
           ADD  1  TO  SHORT-NIGHT-COUNT.
           MOVE  IX-ARCHIVED-ON (IX-INDEX) (3:4)  TO  AD-YYMM.
           MOVE  SPACES                       TO  COVERAGE-LINE.
           MOVE  'NOT MOUNTED -  '            TO  CV-LABEL.
           MOVE  IX-RUN-DATE (IX-INDEX)       TO  CV-RUN-DATE.
           MOVE  '  INDEXED '                 TO  CV-FILL1.
           MOVE  IX-RECORD-COUNT (IX-INDEX)   TO  CV-INDEXED.
           MOVE  '  FOUND '                   TO  CV-FILL2.
           MOVE  IX-FOUND-COUNT (IX-INDEX)    TO  CV-FOUND.
           MOVE  '  MOUNT '                   TO  CV-FILL3.
           MOVE  ARCHIVE-DSN                  TO  CV-ARCHIVE-DSN.
           WRITE  REPORT-REC  FROM  COVERAGE-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        PRINT-ONE-COVERAGE-E.
           EXIT.

        WRITE-REPORT-SUMMARY    SECTION.
        WRITE-REPORT-SUMMARY-S.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'ACCOUNTS TRAILED:         '  TO  RS-LABEL.
           MOVE  ACCOUNT-COUNT                 TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'ACCOUNTS WITH NO EVENTS:  '  TO  RS-LABEL.
           MOVE  EMPTY-TRAIL-COUNT             TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'LIVE REJECTS READ:        '  TO  RS-LABEL.
           MOVE  LIVE-REJECT-COUNT             TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'ARCHIVED NIGHTS INDEXED:  '  TO  RS-LABEL.
           MOVE  INDEX-COUNT                   TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'ARCHIVED REJECTS READ:    '  TO  RS-LABEL.
           MOVE  ARCH-REJECT-COUNT             TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'ARCHIVED NIGHTS NOT MOUNTED:'  TO  RS-LABEL.
           MOVE  SHORT-NIGHT-COUNT             TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'ARCHIVED REJECTS NOT INDEXED:'  TO  RS-LABEL.
           MOVE  BEYOND-INDEX-COUNT            TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'CORRECTIONS READ:         '  TO  RS-LABEL.
           MOVE  CORRECTION-COUNT              TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'RETURNED DETAILS READ:    '  TO  RS-LABEL.
           MOVE  RETURNED-COUNT                TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'SETTLEMENT LINES READ:    '  TO  RS-LABEL.
           MOVE  SETTLE-HIST-COUNT             TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

        CHECK-REPORT-STATUS     SECTION.
        CHECK-REPORT-STATUS-S.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3020 - REPORT FILE WRITE FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-REPORT-STATUS-E.
           EXIT.
