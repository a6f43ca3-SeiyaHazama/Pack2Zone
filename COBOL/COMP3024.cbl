      ******************************************************************
      *  OVERVIEW: THIS PGM IS REISSUE A TAPE GENERATION A PARTNER HAS *
      *            REPORTED UNREADABLE OR LOST.  THE PARTNER AND THE   *
      *            ORIGINAL TAPE DATE COME ON SYSIN; THE LEDGER MUST   *
      *            SHOW THAT GENERATION WAS BUILT AND HAS NOT COME     *
      *            BACK, AND THE PARTNER'S GENERATIONS ON OUTTP MUST   *
      *            HOLD EXACTLY ONE ORIGINAL OF IT.  THAT GENERATION   *
      *            IS COPIED RECORD FOR RECORD - EVERY DETAIL, EVERY   *
      *            SEQUENCE NUMBER AND THE TRAILER EXACTLY AS BUILT -  *
      *            WITH ONLY THE HEADER MARKED AS A REISSUE OF THE     *
      *            ORIGINAL TAPE DATE, SO THE PARTNER GETS THE SAME    *
      *            TAPE INSTEAD OF A FORCED REBUILD FROM AN EXTRACT    *
      *            THAT MAY NO LONGER MATCH.  THE COPY IS PROVED       *
      *            AGAINST ITS OWN TRAILER ON THE WAY THROUGH, AND A   *
      *            REISSUED ENTRY IS STAMPED ON THE TAPE LEDGER UNDER  *
      *            THE ORIGINAL'S PARTNER AND TAPE DATE, SO THE        *
      *            ORIGINAL AND THE REISSUE STAY ONE SHIPMENT.         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3024.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  OUTTP IS THE SAME DDNAME COMP3001 BUILDS TO - HERE IT
      *--  POINTS AT THE PARTNER'S GDG BASE, SO EVERY GENERATION
      *--  STILL KEPT IS READ AND THE ONE TO REISSUE PICKED OUT OF
      *--  THEM BY ITS HEADER.
           SELECT  IN-TP         ASSIGN  TO  'OUTTP'
                             FILE STATUS  IS  WS-IN-TP-STATUS.
      *--  THE REISSUED COPY.
           SELECT  NEW-TP        ASSIGN  TO  'NEWTP'
                             FILE STATUS  IS  WS-NEW-TP-STATUS.
      *--  SHARED TAPE LIFECYCLE LEDGER - READ TO PROVE THE
      *--  GENERATION WAS BUILT AND IS STILL OUT, THEN STAMPED
      *--  REISSUED.
           SELECT  TAPE-LEDGER   ASSIGN  TO  'TAPELDG'
                             FILE STATUS  IS  WS-LEDGER-STATUS.
      *--  SHARED RUN-HISTORY LOG - ONE RECORD APPENDED PER RUN.
           SELECT  RUN-LOG       ASSIGN  TO  'RUNLOG'
                             FILE STATUS  IS  WS-RUNLOG-STATUS.
      *--  PARTNER PROFILE FILE AND THE SYSIN CARDS - THE PARTNER
      *--  AND THE ORIGINAL TAPE DATE TO REISSUE.
           SELECT  PROFILE-FILE  ASSIGN  TO  'PARTPROF'
                             FILE STATUS  IS  WS-PROFILE-STATUS.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                             FILE STATUS  IS  WS-CONTROL-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  THE PARTNER'S GENERATIONS.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/TPREC.
           FD      IN-TP.
           COPY    TPREC.
      *--  REISSUED COPY - THE SAME LAYOUT, WRITTEN FROM TP-REC.
           FD      NEW-TP.
           01      NEW-TP-REC            PICTURE X(40).
      *--  TAPE LIFECYCLE LEDGER.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/TAPELDG.
           FD      TAPE-LEDGER.
           COPY    TAPELDG.
      *--  RUN-HISTORY LOG.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/RUNLOG.
           FD      RUN-LOG.
           COPY    RUNLOG.
      *--  PARTNER PROFILES.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/PARTPROF.
           FD      PROFILE-FILE.
           COPY    PARTPROF.
      *--  CONTROL CARD INPUT.
           FD      CONTROL-FILE.
           01      CONTROL-CARD          PICTURE X(80).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    EOF-SWITCH          PICTURE X(01)  VALUE  'N'.
               88  END-OF-TP                           VALUE  'Y'.
             02    LEDGER-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-LEDGER                       VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-IN-TP-STATUS    PICTURE X(02).
             88    WS-IN-TP-OK                  VALUE  '00'.
           01      WS-NEW-TP-STATUS   PICTURE X(02).
             88    WS-NEW-TP-OK                 VALUE  '00'.
           01      WS-LEDGER-STATUS   PICTURE X(02).
             88    WS-LEDGER-OK                 VALUE  '00'.
           01      WS-RUNLOG-STATUS   PICTURE X(02).
             88    WS-RUNLOG-OK                 VALUE  '00'.
           01      WS-PROFILE-STATUS  PICTURE X(02).
             88    WS-PROFILE-OK                VALUE  '00'.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
      *--  THE DATE AND TIME THIS RUN STARTED - THE REISSUE DATE IN
      *--  THE HEADER AND THE STAMP ON THE LEDGER AND THE RUN LOG.
           01      WS-RUN-DATE  PICTURE X(08).
           01      WS-RUN-TIME  PICTURE X(08).
           01      FINAL-CONDITION-CODE  PICTURE 9(02)  VALUE  0.
      *--  THE GENERATION TO REISSUE, FROM THE SYSIN CARDS
      *--  PARTNER=XXXX AND TAPEDATE=YYYYMMDD.  BOTH ARE REQUIRED.
           01      REISSUE-CONTROL.
             02    RUN-PARTNER        PICTURE X(04)  VALUE  SPACES.
             02    REISSUE-TAPE-DATE  PICTURE X(08)  VALUE  SPACES.
             02    BAD-CARD-COUNT     PICTURE 9(05)  COMP  VALUE  0.
             02    CONTROL-EOF-SWITCH PICTURE X(01)  VALUE  'N'.
               88  END-OF-CONTROL                     VALUE  'Y'.
             02    PROFILE-EOF-SWITCH PICTURE X(01)  VALUE  'N'.
               88  END-OF-PROFILES                    VALUE  'Y'.
             02    PROFILE-HIT-SWITCH PICTURE X(01)  VALUE  'N'.
               88  PROFILE-FOUND                      VALUE  'Y'.
             02    XMIT-PARTNER-SWITCH PICTURE X(01) VALUE  'N'.
               88  XMIT-PARTNER                       VALUE  'Y'.
      *--  PARTNER AND TAPE DATE CARDS AS KEYED ON SYSIN.
           01      PARTNER-CARD.
             02    PCARD-PARTNER      PICTURE X(04).
             02    PCARD-REST         PICTURE X(68).
           01      TAPEDATE-CARD.
             02    TCARD-DATE         PICTURE X(08).
             02    TCARD-REST         PICTURE X(63).
      *--  THE GENERATION'S STANDING ON THE TAPE LEDGER - WHETHER IT
      *--  WAS EVER BUILT, ITS LATEST STATE, AND HOW OFTEN IT HAS
      *--  ALREADY BEEN REISSUED.
           01      LEDGER-STATE.
             02    BUILT-SWITCH       PICTURE X(01)  VALUE  'N'.
               88  BUILT-ON-LEDGER                   VALUE  'Y'.
             02    LS-STATUS          PICTURE X(10)  VALUE  SPACES.
               88  LS-BACK-FROM-PARTNER              VALUE  'RETURNED'
                                                         'RECONCILED'.
             02    LS-STAMP-DATE      PICTURE X(08)  VALUE  SPACES.
             02    LS-REISSUE-COUNT   PICTURE 9(05)  COMP  VALUE  0.
      *--  WHERE THE SCAN OF OUTTP STANDS - INSIDE THE GENERATION
      *--  BEING COPIED OR NOT, AND WHAT HAS BEEN FOUND SO FAR.
           01      SCAN-CONTROL.
             02    COPY-SWITCH        PICTURE X(01)  VALUE  'N'.
               88  COPYING                           VALUE  'Y'.
             02    CLOSED-SWITCH      PICTURE X(01)  VALUE  'N'.
               88  COPY-CLOSED                       VALUE  'Y'.
             02    ORIGINAL-COUNT     PICTURE 9(05)  COMP  VALUE  0.
             02    PRIOR-COPY-COUNT   PICTURE 9(05)  COMP  VALUE  0.
      *--  COUNTS AND RECOMPUTED TOTALS FOR THE GENERATION COPIED.
           01      COUNTERS.
             02    RECORDS-READ-COUNT     PICTURE 9(09)  COMP  VALUE  0.
             02    RECORDS-COPIED-COUNT   PICTURE 9(09)  COMP  VALUE  0.
             02    DETAIL-RECORD-COUNT    PICTURE 9(09)  COMP  VALUE  0.
             02    PACK-CONTROL-TOTAL     PICTURE 9(13)  COMP  VALUE  0.
             02    PACK-NET-TOTAL         PICTURE S9(13) COMP  VALUE  0.
             02    ERROR-COUNT            PICTURE 9(09)  COMP  VALUE  0.
      *--  DETAIL SEQUENCE CHECKING - THE COPY MUST CARRY 1..N
      *--  ASCENDING AND GAP-FREE, AS COMP3001 STAMPED THEM.
           01      SEQUENCE-CONTROL.
             02    LAST-SEQ-NUMBER    PICTURE 9(07)  COMP  VALUE  0.
             02    THIS-SEQ-NUMBER    PICTURE 9(07)  COMP.
      *--  ONE AMOUNT ON ITS WAY INTO THE RECOMPUTED TOTALS - THE
      *--  SAME SPLIT COMP3001 AND COMP3004 APPLY.
           01      AMOUNT-WORK.
             02    AW-SIGNED              PICTURE S9(10) COMP.
             02    AW-ABSOLUTE            PICTURE 9(10)  COMP.
      *--  THE TRAILER AS BUILT, CAPTURED WHEN IT IS COPIED.
           01      TRAILER-VALUES.
             02    SAVED-RECORD-COUNT     PICTURE 9(09)  VALUE  0.
             02    SAVED-PACK-TOTAL       PICTURE 9(13)  VALUE  0.
             02    SAVED-NET-TOTAL        PICTURE S9(13) VALUE  0.
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-RUN-TIME  FROM  TIME.
      *--  WHICH GENERATION - BOTH CARDS ARE REQUIRED AND A BAD CARD
      *--  STOPS THE RUN BEFORE ANYTHING IS READ.
           PERFORM  READ-CONTROL-S  THRU  READ-CONTROL-E.
           IF  BAD-CARD-COUNT  >  0
               DISPLAY  'COMP3024 - '  BAD-CARD-COUNT
                        ' BAD CONTROL CARDS - NOTHING REISSUED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  REISSUE-TAPE-DATE  =  SPACES
               DISPLAY  'COMP3024 - NO TAPEDATE=YYYYMMDD CARD ON SYSIN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  LOAD-PROFILE-S  THRU  LOAD-PROFILE-E.
      *--  THE LEDGER MUST SHOW THE GENERATION WAS BUILT AND IS
      *--  STILL OUT AT THE PARTNER.
           PERFORM  CHECK-LEDGER-S  THRU  CHECK-LEDGER-E.
      *--  FILE OPENS.
           OPEN  INPUT  IN-TP.
           IF  NOT WS-IN-TP-OK
               DISPLAY  'COMP3024 - IN-TP OPEN FAILED, STATUS = '
                        WS-IN-TP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  NEW-TP.
           IF  NOT WS-NEW-TP-OK
               DISPLAY  'COMP3024 - NEW-TP OPEN FAILED, STATUS = '
                        WS-NEW-TP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  READ EVERY GENERATION ON OUTTP, COPYING THE ORIGINAL OF
      *--  THE ONE ASKED FOR.
           PERFORM  READ-TP-S         THRU  READ-TP-E.
           PERFORM  SCAN-ONE-RECORD-S THRU  SCAN-ONE-RECORD-E
                    UNTIL  END-OF-TP.
           CLOSE  IN-TP.
           CLOSE  NEW-TP.
      *--  THE COPY MUST BE THE ONE ORIGINAL, WHOLE, AND BALANCE TO
      *--  ITS OWN TRAILER - OTHERWISE NOTHING IS LEDGERED AND THE
      *--  COPY IS NOT CATALOGED.
           PERFORM  FINAL-CHECKS-S  THRU  FINAL-CHECKS-E.
           DISPLAY  'COMP3024 - RECORDS READ:    '  RECORDS-READ-COUNT.
           DISPLAY  'COMP3024 - RECORDS COPIED:  '
                    RECORDS-COPIED-COUNT.
           DISPLAY  'COMP3024 - DETAIL RECORDS:  '  DETAIL-RECORD-COUNT.
           DISPLAY  'COMP3024 - ERRORS FLAGGED:  '  ERROR-COUNT.
           IF  ERROR-COUNT  >  0
               DISPLAY  'COMP3024 - PARTNER '  RUN-PARTNER  ' TAPE '
                        REISSUE-TAPE-DATE  ' NOT REISSUED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  LEAVE A DURABLE RECORD OF THIS RUN AND STAMP THE LEDGER.
           PERFORM  WRITE-RUN-LOG-S      THRU  WRITE-RUN-LOG-E.
           PERFORM  WRITE-TAPE-LEDGER-S  THRU  WRITE-TAPE-LEDGER-E.
           DISPLAY  'COMP3024 - PARTNER '  RUN-PARTNER  ' TAPE '
                    REISSUE-TAPE-DATE  ' REISSUED ON '  WS-RUN-DATE.
           IF  XMIT-PARTNER
               DISPLAY  'COMP3024 - PARTNER '  RUN-PARTNER
                        ' TAKES TRANSMISSION - REGENERATE ITS COMP3015 '
                        'FILE FROM THE REISSUE'
           END-IF.
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
      *--  PARTNER=XXXX - THE PARTNER THE TAPE WAS BUILT FOR.
           IF  CONTROL-CARD (1:8)  =  'PARTNER='
               MOVE  CONTROL-CARD (9:72)  TO  PARTNER-CARD
               IF  PCARD-PARTNER  =  SPACES
                   OR  PCARD-REST  NOT =  SPACES
                   DISPLAY  'COMP3024 - PARTNER CARD IS NOT '
                            'PARTNER=XXXX: '  CONTROL-CARD
                   ADD  1  TO  BAD-CARD-COUNT
                   GO TO  READ-CONTROL-CARD-E
               END-IF
               MOVE  PCARD-PARTNER  TO  RUN-PARTNER
               GO TO  READ-CONTROL-CARD-E
           END-IF.
      *--  TAPEDATE=YYYYMMDD - THE RUN DATE IN THE ORIGINAL TAPE'S
      *--  HEADER, AS IT STANDS ON THE LEDGER.
           IF  CONTROL-CARD (1:9)  =  'TAPEDATE='
               MOVE  CONTROL-CARD (10:71)  TO  TAPEDATE-CARD
               IF  TCARD-DATE  NOT NUMERIC
                   OR  TCARD-REST  NOT =  SPACES
                   DISPLAY  'COMP3024 - TAPEDATE CARD IS NOT '
                            'TAPEDATE=YYYYMMDD: '  CONTROL-CARD
                   ADD  1  TO  BAD-CARD-COUNT
                   GO TO  READ-CONTROL-CARD-E
               END-IF
               MOVE  TCARD-DATE  TO  REISSUE-TAPE-DATE
               GO TO  READ-CONTROL-CARD-E
           END-IF.
           DISPLAY  'COMP3024 - CONTROL CARD NOT RECOGNISED: '
                    CONTROL-CARD.
           ADD  1  TO  BAD-CARD-COUNT.
        READ-CONTROL-CARD-E.
           EXIT.

        LOAD-PROFILE    SECTION.
        LOAD-PROFILE-S.
           IF  RUN-PARTNER  =  SPACES
               DISPLAY  'COMP3024 - NO PARTNER=XXXX CARD ON SYSIN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  PROFILE-FILE.
           IF  NOT WS-PROFILE-OK
               DISPLAY  'COMP3024 - PARTNER PROFILE OPEN FAILED, '
                        'STATUS = '  WS-PROFILE-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-ONE-PROFILE-S  THRU  READ-ONE-PROFILE-E
                    UNTIL  END-OF-PROFILES  OR  PROFILE-FOUND.
           CLOSE  PROFILE-FILE.
           IF  NOT PROFILE-FOUND
               DISPLAY  'COMP3024 - PARTNER '  RUN-PARTNER
                        ' NOT ON THE PROFILE FILE'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        LOAD-PROFILE-E.
           EXIT.

        READ-ONE-PROFILE        SECTION.
        READ-ONE-PROFILE-S.
           READ  PROFILE-FILE
               AT END  SET  END-OF-PROFILES  TO  TRUE
           END-READ.
           IF  END-OF-PROFILES
               GO TO  READ-ONE-PROFILE-E
           END-IF.
           IF  PP-PARTNER-ID  =  RUN-PARTNER
               SET  PROFILE-FOUND  TO  TRUE
               IF  PP-SENDS-XMIT
                   SET  XMIT-PARTNER  TO  TRUE
               END-IF
           END-IF.
        READ-ONE-PROFILE-E.
           EXIT.

        CHECK-LEDGER    SECTION.
        CHECK-LEDGER-S.
      *--  THE LEDGER IS THE ONLY PROOF THE GENERATION WAS SHIPPED -
      *--  ONE THAT WILL NOT OPEN CANNOT VOUCH FOR A REISSUE.
           OPEN  INPUT  TAPE-LEDGER.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3024 - TAPE LEDGER OPEN FAILED, STATUS ='
                        WS-LEDGER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  SCAN-ONE-LEDGER-S  THRU  SCAN-ONE-LEDGER-E
                    UNTIL  END-OF-LEDGER.
           CLOSE  TAPE-LEDGER.
           IF  NOT BUILT-ON-LEDGER
               DISPLAY  'COMP3024 - NO BUILD OF PARTNER '  RUN-PARTNER
                        ' TAPE '  REISSUE-TAPE-DATE
                        ' ON THE TAPE LEDGER - NOTHING TO REISSUE'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  A TAPE THE PARTNER HAS ALREADY SENT BACK IS NOT LOST.
           IF  LS-BACK-FROM-PARTNER
               DISPLAY  'COMP3024 - PARTNER '  RUN-PARTNER  ' TAPE '
                        REISSUE-TAPE-DATE  ' IS '  LS-STATUS
                        ' SINCE '  LS-STAMP-DATE
                        ' - NOTHING TO REISSUE'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  LS-REISSUE-COUNT  >  0
               DISPLAY  'COMP3024 - PARTNER '  RUN-PARTNER  ' TAPE '
                        REISSUE-TAPE-DATE  ' ALREADY REISSUED '
                        LS-REISSUE-COUNT  ' TIMES - REISSUING AGAIN'
           END-IF.
        CHECK-LEDGER-E.
           EXIT.

        SCAN-ONE-LEDGER SECTION.
        SCAN-ONE-LEDGER-S.
           READ  TAPE-LEDGER
               AT END  SET  END-OF-LEDGER  TO  TRUE
           END-READ.
           IF  END-OF-LEDGER
               GO TO  SCAN-ONE-LEDGER-E
           END-IF.
           IF  TL-PARTNER-ID  NOT =  RUN-PARTNER
               OR  TL-TAPE-DATE  NOT =  REISSUE-TAPE-DATE
               GO TO  SCAN-ONE-LEDGER-E
           END-IF.
      *--  A JOURNALED ENTRY RECORDS A GL POSTING, NOT A MOVE IN THE
      *--  GENERATION'S LIFE - IT NEVER CHANGES THE STATE ON RECORD.
           IF  TL-JOURNALED
               GO TO  SCAN-ONE-LEDGER-E
           END-IF.
           IF  TL-BUILT
               SET  BUILT-ON-LEDGER  TO  TRUE
           END-IF.
           IF  TL-REISSUED
               ADD  1  TO  LS-REISSUE-COUNT
           END-IF.
           MOVE  TL-STATUS      TO  LS-STATUS.
           MOVE  TL-STAMP-DATE  TO  LS-STAMP-DATE.
        SCAN-ONE-LEDGER-E.
           EXIT.

        READ-TP         SECTION.
        READ-TP-S.
           READ  IN-TP
               AT END  SET  END-OF-TP  TO  TRUE
           END-READ.
           IF  NOT END-OF-TP
               ADD  1  TO  RECORDS-READ-COUNT
           END-IF.
        READ-TP-E.
           EXIT.

        SCAN-ONE-RECORD SECTION.
        SCAN-ONE-RECORD-S.
      *--  A HEADER OPENS A GENERATION - THE ORIGINAL OF THE ONE
      *--  ASKED FOR STARTS THE COPY.  AN EARLIER REISSUE OF IT
      *--  CARRIES THE SAME IDENTITY BUT IS NOT THE ORIGINAL.
           IF  HDR-REC
               IF  COPYING
                   ADD  1  TO  ERROR-COUNT
                   DISPLAY  'COMP3024 - GENERATION BEING REISSUED '
                            'ENDS WITHOUT A TRAILER'
                   MOVE  'N'  TO  COPY-SWITCH
               END-IF
               IF  HDR-PARTNER-ID  =  RUN-PARTNER
                   AND  HDR-RUN-DATE  =  REISSUE-TAPE-DATE
                   PERFORM  TAKE-HEADER-S  THRU  TAKE-HEADER-E
               END-IF
               GO TO  SCAN-ONE-RECORD-X
           END-IF.
           IF  NOT COPYING
               GO TO  SCAN-ONE-RECORD-X
           END-IF.
      *--  INSIDE THE GENERATION BEING REISSUED - PROVE EACH RECORD
      *--  AND COPY IT EXACTLY AS READ.
           EVALUATE  TRUE
               WHEN  ZONE-REC
                   PERFORM  CHECK-SEQUENCE-S  THRU  CHECK-SEQUENCE-E
               WHEN  KANA-REC
                   PERFORM  CHECK-SEQUENCE-S  THRU  CHECK-SEQUENCE-E
               WHEN  PACK-REC
                   PERFORM  CHECK-SEQUENCE-S  THRU  CHECK-SEQUENCE-E
                   IF  PACKAREA  OF  TP-PACK-REC  NOT NUMERIC
                       ADD  1  TO  ERROR-COUNT
                       DISPLAY  'COMP3024 - RECORD '
                                RECORDS-READ-COUNT
                                ' PACKAREA IS NOT VALID PACKED DATA'
                   ELSE
                       MOVE  PACKAREA  OF  TP-PACK-REC  TO  AW-SIGNED
                       PERFORM  ACCUMULATE-AMOUNT-S
                                THRU  ACCUMULATE-AMOUNT-E
                   END-IF
               WHEN  CUST-REC
                   PERFORM  CHECK-SEQUENCE-S  THRU  CHECK-SEQUENCE-E
                   IF  CUST-AMOUNT  NOT NUMERIC
                       ADD  1  TO  ERROR-COUNT
                       DISPLAY  'COMP3024 - RECORD '
                                RECORDS-READ-COUNT
                                ' CUST AMOUNT IS NOT VALID PACKED DATA'
                   ELSE
                       MOVE  CUST-AMOUNT  TO  AW-SIGNED
                       PERFORM  ACCUMULATE-AMOUNT-S
                                THRU  ACCUMULATE-AMOUNT-E
                   END-IF
               WHEN  TRL-REC
                   IF  TRL-RECORD-COUNT        NOT NUMERIC
                       OR  TRL-PACK-CONTROL-TOTAL  NOT NUMERIC
                       OR  TRL-PACK-NET-TOTAL      NOT NUMERIC
                       ADD  1  TO  ERROR-COUNT
                       DISPLAY  'COMP3024 - TRAILER OF THE GENERATION '
                                'BEING REISSUED IS NOT NUMERIC'
                   ELSE
                       MOVE  TRL-RECORD-COUNT  TO  SAVED-RECORD-COUNT
                       MOVE  TRL-PACK-CONTROL-TOTAL
                             TO  SAVED-PACK-TOTAL
                       MOVE  TRL-PACK-NET-TOTAL  TO  SAVED-NET-TOTAL
                   END-IF
                   MOVE  'N'  TO  COPY-SWITCH
                   SET  COPY-CLOSED  TO  TRUE
               WHEN  OTHER
                   ADD  1  TO  ERROR-COUNT
                   DISPLAY  'COMP3024 - RECORD '  RECORDS-READ-COUNT
                            ' HAS UNKNOWN RECORD TYPE: '  REC-TYPE
           END-EVALUATE.
           WRITE  NEW-TP-REC  FROM  TP-REC.
           PERFORM  CHECK-NEW-TP-STATUS-S  THRU  CHECK-NEW-TP-STATUS-E.
        SCAN-ONE-RECORD-X.
           PERFORM  READ-TP-S  THRU  READ-TP-E.
        SCAN-ONE-RECORD-E.
           EXIT.

        TAKE-HEADER     SECTION.
        TAKE-HEADER-S.
           IF  HDR-REISSUE
               ADD  1  TO  PRIOR-COPY-COUNT
               GO TO  TAKE-HEADER-E
           END-IF.
           ADD  1  TO  ORIGINAL-COUNT.
      *--  ONLY THE FIRST ORIGINAL IS COPIED - A SECOND ONE FAILS
      *--  THE RUN IN FINAL-CHECKS, SO THE COPY IS NEVER USED.
           IF  ORIGINAL-COUNT  >  1
               GO TO  TAKE-HEADER-E
           END-IF.
      *--  THE ONE CHANGE TO THE TAPE - THE HEADER KEEPS THE
      *--  ORIGINAL RUN DATE, PROGRAM AND PARTNER AND IS MARKED AS
      *--  A REISSUE CUT TODAY.
           SET  COPYING  TO  TRUE.
           SET  HDR-REISSUE       TO  TRUE.
           MOVE  WS-RUN-DATE      TO  HDR-REISSUE-DATE.
           WRITE  NEW-TP-REC  FROM  TP-REC.
           PERFORM  CHECK-NEW-TP-STATUS-S  THRU  CHECK-NEW-TP-STATUS-E.
        TAKE-HEADER-E.
           EXIT.

        CHECK-SEQUENCE  SECTION.
        CHECK-SEQUENCE-S.
      *--  EVERY DETAIL MUST CARRY THE NEXT SEQUENCE NUMBER - A GAP,
      *--  REPEAT OR GARBAGE MEANS THE KEPT GENERATION IS DAMAGED.
           ADD  1  TO  DETAIL-RECORD-COUNT.
           IF  TP-SEQ-NUMBER  NOT NUMERIC
               ADD  1  TO  ERROR-COUNT
               DISPLAY  'COMP3024 - RECORD '  RECORDS-READ-COUNT
                        ' SEQUENCE MISSING OR NOT NUMERIC'
               ADD  1  TO  LAST-SEQ-NUMBER
               GO TO  CHECK-SEQUENCE-E
           END-IF.
           MOVE  TP-SEQ-NUMBER  TO  THIS-SEQ-NUMBER.
           IF  THIS-SEQ-NUMBER  NOT =  LAST-SEQ-NUMBER  +  1
               ADD  1  TO  ERROR-COUNT
               DISPLAY  'COMP3024 - RECORD '  RECORDS-READ-COUNT
                        ' SEQUENCE '  TP-SEQ-NUMBER
                        ' OUT OF STEP'
           END-IF.
           MOVE  THIS-SEQ-NUMBER  TO  LAST-SEQ-NUMBER.
        CHECK-SEQUENCE-E.
           EXIT.

        ACCUMULATE-AMOUNT       SECTION.
        ACCUMULATE-AMOUNT-S.
      *--  THE AMOUNT IN AW-SIGNED FEEDS BOTH RECOMPUTED TOTALS - ITS
      *--  ABSOLUTE VALUE THE HASH TOTAL, ITS SIGNED VALUE THE NET.
           IF  AW-SIGNED  <  0
               SUBTRACT  AW-SIGNED  FROM  0  GIVING  AW-ABSOLUTE
           ELSE
               MOVE  AW-SIGNED  TO  AW-ABSOLUTE
           END-IF.
           ADD  AW-ABSOLUTE  TO  PACK-CONTROL-TOTAL
                ON SIZE ERROR
                  DISPLAY  'COMP3024 - PACK CONTROL TOTAL '
                           'OVERFLOWED PIC 9(13)'
                  MOVE  16  TO  RETURN-CODE
                  STOP RUN
           END-ADD.
           ADD  AW-SIGNED  TO  PACK-NET-TOTAL
                ON SIZE ERROR
                  DISPLAY  'COMP3024 - PACK NET TOTAL '
                           'OVERFLOWED PIC S9(13)'
                  MOVE  16  TO  RETURN-CODE
                  STOP RUN
           END-ADD.
        ACCUMULATE-AMOUNT-E.
           EXIT.

        FINAL-CHECKS    SECTION.
        FINAL-CHECKS-S.
           IF  ORIGINAL-COUNT  =  0
               ADD  1  TO  ERROR-COUNT
               DISPLAY  'COMP3024 - NO ORIGINAL OF PARTNER '
                        RUN-PARTNER  ' TAPE '  REISSUE-TAPE-DATE
                        ' ON OUTTP - RESTORE THE GENERATION FIRST'
               GO TO  FINAL-CHECKS-E
           END-IF.
      *--  A FORCED REBUILD LEAVES TWO ORIGINALS OF THE SAME DATE -
      *--  ONLY OPS KNOW WHICH ONE SHIPPED.
           IF  ORIGINAL-COUNT  >  1
               ADD  1  TO  ERROR-COUNT
               DISPLAY  'COMP3024 - '  ORIGINAL-COUNT
                        ' GENERATIONS BUILT FOR PARTNER '  RUN-PARTNER
                        ' TAPE '  REISSUE-TAPE-DATE
               DISPLAY  'COMP3024 - POINT OUTTP AT THE GENERATION '
                        'THAT SHIPPED AND RERUN'
           END-IF.
           IF  NOT COPY-CLOSED
               ADD  1  TO  ERROR-COUNT
               DISPLAY  'COMP3024 - GENERATION BEING REISSUED '
                        'ENDS WITHOUT A TRAILER'
               GO TO  FINAL-CHECKS-E
           END-IF.
      *--  THE COPY MUST BALANCE TO THE TRAILER IT CARRIES.
           IF  SAVED-RECORD-COUNT  NOT =  DETAIL-RECORD-COUNT
               ADD  1  TO  ERROR-COUNT
               DISPLAY  'COMP3024 - TRAILER COUNT '  SAVED-RECORD-COUNT
                        ' BUT '  DETAIL-RECORD-COUNT  ' DETAILS'
           END-IF.
           IF  SAVED-PACK-TOTAL  NOT =  PACK-CONTROL-TOTAL
               ADD  1  TO  ERROR-COUNT
               DISPLAY  'COMP3024 - TRAILER HASH TOTAL DOES NOT '
                        'AGREE WITH THE DETAILS'
           END-IF.
           IF  SAVED-NET-TOTAL  NOT =  PACK-NET-TOTAL
               ADD  1  TO  ERROR-COUNT
               DISPLAY  'COMP3024 - TRAILER NET TOTAL DOES NOT '
                        'AGREE WITH THE DETAILS'
           END-IF.
           IF  PRIOR-COPY-COUNT  >  0
               DISPLAY  'COMP3024 - '  PRIOR-COPY-COUNT
                        ' EARLIER REISSUES ON OUTTP PASSED OVER'
           END-IF.
        FINAL-CHECKS-E.
           EXIT.

        WRITE-RUN-LOG   SECTION.
        WRITE-RUN-LOG-S.
      *--  A LOGGING FAILURE IS REPORTED AND ENDS THE RUN RC=4 -
      *--  THE COPY IS GOOD, BUT THE NIGHTLY BALANCING WILL NOT SEE
      *--  THE REISSUE.
           OPEN  EXTEND  RUN-LOG.
      *--  STATUS 35 MEANS THE LOG DATASET HAS NEVER BEEN WRITTEN -
      *--  START IT FRESH ON THE VERY FIRST RUN.
           IF  WS-RUNLOG-STATUS  =  '35'
               OPEN  OUTPUT  RUN-LOG
           END-IF.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3024 - RUN LOG OPEN FAILED, STATUS = '
                        WS-RUNLOG-STATUS  ' - RUN NOT LOGGED'
               MOVE  4  TO  FINAL-CONDITION-CODE
               GO TO  WRITE-RUN-LOG-E
           END-IF.
      *--  THE REISSUE LOGS THE TRAILER IT CARRIES AS ITS TOTALS -
      *--  THE ORIGINAL'S, UNCHANGED - AND THE ORIGINAL TAPE DATE AS
      *--  THE GENERATION IT WROTE.
           MOVE  SPACES                TO  RUN-LOG-REC.
           MOVE  'COMP3024'            TO  RUN-PROGRAM.
           MOVE  WS-RUN-DATE           TO  RUN-DATE.
           MOVE  WS-RUN-TIME (1:6)     TO  RUN-TIME.
           MOVE  RECORDS-COPIED-COUNT  TO  RUN-INPUT-COUNT.
           MOVE  SAVED-RECORD-COUNT    TO  RUN-DETAIL-COUNT.
           MOVE  0                     TO  RUN-REJECT-COUNT.
           MOVE  SAVED-PACK-TOTAL      TO  RUN-PACK-TOTAL.
           MOVE  SAVED-NET-TOTAL       TO  RUN-NET-TOTAL.
           MOVE  0                     TO  RUN-CONDITION-CODE.
           MOVE  REISSUE-TAPE-DATE     TO  RUN-TAPE-DATE.
           MOVE  'N'                   TO  RUN-RESTART-FLAG.
           MOVE  RUN-PARTNER           TO  RUN-PARTNER-ID.
           MOVE  0                     TO  RUN-SKIP-COUNT.
           MOVE  'N'                   TO  RUN-FORCED-FLAG.
           MOVE  0                     TO  RUN-HELD-COUNT.
           MOVE  0                     TO  RUN-RELEASED-COUNT.
           WRITE  RUN-LOG-REC.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3024 - RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS  ' - RUN NOT LOGGED'
               MOVE  4  TO  FINAL-CONDITION-CODE
           END-IF.
           CLOSE  RUN-LOG.
        WRITE-RUN-LOG-E.
           EXIT.

        WRITE-TAPE-LEDGER       SECTION.
        WRITE-TAPE-LEDGER-S.
      *--  A LEDGER FAILURE IS REPORTED AND ENDS THE RUN RC=4 - THE
      *--  COPY IS GOOD, BUT THE LEDGER WILL NOT SHOW THE REISSUE
      *--  UNTIL THE ENTRY IS ADDED BY HAND.
           OPEN  EXTEND  TAPE-LEDGER.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3024 - TAPE LEDGER OPEN FAILED, STATUS ='
                        WS-LEDGER-STATUS  ' - REISSUE NOT LEDGERED'
               MOVE  4  TO  FINAL-CONDITION-CODE
               GO TO  WRITE-TAPE-LEDGER-E
           END-IF.
      *--  THE ORIGINAL'S PARTNER AND TAPE DATE ARE THE LINK - THE
      *--  REISSUE IS THE SAME GENERATION ON THE LEDGER.
           MOVE  SPACES             TO  TAPE-LEDGER-REC.
           MOVE  RUN-PARTNER        TO  TL-PARTNER-ID.
           MOVE  REISSUE-TAPE-DATE  TO  TL-TAPE-DATE.
           SET  TL-REISSUED         TO  TRUE.
           MOVE  WS-RUN-DATE        TO  TL-STAMP-DATE.
           MOVE  WS-RUN-TIME (1:6)  TO  TL-STAMP-TIME.
           MOVE  'COMP3024'         TO  TL-PROGRAM.
           WRITE  TAPE-LEDGER-REC.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3024 - TAPE LEDGER WRITE FAILED, STATUS='
                        WS-LEDGER-STATUS  ' - REISSUE NOT LEDGERED'
               MOVE  4  TO  FINAL-CONDITION-CODE
           END-IF.
           CLOSE  TAPE-LEDGER.
        WRITE-TAPE-LEDGER-E.
           EXIT.

        CHECK-NEW-TP-STATUS     SECTION.
        CHECK-NEW-TP-STATUS-S.
           IF  NOT WS-NEW-TP-OK
               DISPLAY  'COMP3024 - NEW-TP WRITE FAILED, STATUS = '
                        WS-NEW-TP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  RECORDS-COPIED-COUNT.
        CHECK-NEW-TP-STATUS-E.
           EXIT.
