      ******************************************************************
      *  OVERVIEW: THIS PGM IS REVERSE CONVERT A RETURNED PARTNER TAPE  *
      *            BACK TO A ZONED-DECIMAL EXTRACT SO IT CAN FEED BACK  *
      *            INTO NORMAL PROCESSING.  A REISSUED COPY (COMP3024)  *
      *            IS THE SAME SHIPMENT AS ITS ORIGINAL - WHICHEVER     *
      *            COPY COMES BACK IS STAMPED RETURNED AGAINST THE      *
      *            ORIGINAL TAPE DATE, AND ONCE ONE HAS COME BACK THE   *
      *            OTHER IS REFUSED RATHER THAN FED BACK TWICE.         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
               88  END-OF-PROFILES                    VALUE  'Y'.
             02    PROFILE-HIT-SWITCH PICTURE X(01)  VALUE  'N'.
               88  PROFILE-FOUND                      VALUE  'Y'.
      *--  'Y' FROM A FORCE=YES CARD - REBUILD A COPY OF A REISSUED
      *--  SHIPMENT EVEN THOUGH ONE COPY HAS ALREADY COME BACK.
             02    FORCE-SWITCH       PICTURE X(01)  VALUE  'N'.
               88  FORCE-REQUESTED                    VALUE  'Y'.
      *--  THE RETURNED GENERATION'S HISTORY ON THE TAPE LEDGER - WAS
      *--  IT REISSUED, AND HAS A COPY OF IT COME BACK SINCE.
           01      LEDGER-HISTORY.
             02    LEDGER-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-LEDGER                      VALUE  'Y'.
             02    LH-REISSUED-SWITCH PICTURE X(01)  VALUE  'N'.
               88  LH-REISSUED                        VALUE  'Y'.
             02    LH-RETURNED-SWITCH PICTURE X(01)  VALUE  'N'.
               88  LH-RETURNED                        VALUE  'Y'.
             02    LH-RETURNED-DATE   PICTURE X(08)  VALUE  SPACES.
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           MOVE  RUN-PARTNER          TO  RUN-PARTNER-ID.
           MOVE  0                    TO  RUN-SKIP-COUNT.
           MOVE  'N'                  TO  RUN-FORCED-FLAG.
           MOVE  0                    TO  RUN-HELD-COUNT.
           MOVE  0                    TO  RUN-RELEASED-COUNT.
           WRITE  RUN-LOG-REC.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3003 - RUN LOG WRITE FAILED, STATUS = '
                       MOVE  16  TO  RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE  HDR-RUN-DATE    TO  SAVED-TAPE-DATE
      *--          ONE SHIPMENT IS FED BACK ONCE, WHICHEVER COPY OF
      *--          IT THE PARTNER SENDS.
                   PERFORM  CHECK-PRIOR-RETURN-S
                            THRU  CHECK-PRIOR-RETURN-E
                   SET  RET-HDR  TO  TRUE
                   MOVE  HDR-RUN-DATE    TO  RET-HDR-RUN-DATE
                   MOVE  HDR-PROGRAM-ID  TO  RET-HDR-PROGRAM-ID
                   MOVE  HDR-PARTNER-ID  TO  RET-HDR-PARTNER-ID
                   MOVE  HDR-REISSUE-FLAG  TO  RET-HDR-REISSUE-FLAG
                   MOVE  HDR-REISSUE-DATE  TO  RET-HDR-REISSUE-DATE
                   WRITE  RET-HDR-REC
                   PERFORM  CHECK-OUT-PACK-STATUS-S
                            THRU  CHECK-OUT-PACK-STATUS-E
           IF  CONTROL-CARD (1:8)  =  'PARTNER='
               MOVE  CONTROL-CARD (9:4)  TO  RUN-PARTNER
           END-IF.
           IF  CONTROL-CARD (1:9)  =  'FORCE=YES'
               SET  FORCE-REQUESTED  TO  TRUE
           END-IF.
        READ-CONTROL-CARD-E.
           EXIT.

        CHECK-PRIOR-RETURN      SECTION.
        CHECK-PRIOR-RETURN-S.
           IF  HDR-REISSUE
               DISPLAY  'COMP3003 - RETURNED TAPE IS THE REISSUE OF '
                        'TAPE '  HDR-RUN-DATE  ' CUT ON '
                        HDR-REISSUE-DATE
           END-IF.
      *--  A LEDGER THAT WILL NOT OPEN (OR HAS NEVER BEEN WRITTEN)
      *--  HOLDS NO EARLIER RETURN TO REFUSE OVER.
           OPEN  INPUT  TAPE-LEDGER.
           IF  NOT WS-LEDGER-OK
               GO TO  CHECK-PRIOR-RETURN-E
           END-IF.
           PERFORM  SCAN-ONE-LEDGER-S  THRU  SCAN-ONE-LEDGER-E
                    UNTIL  END-OF-LEDGER.
           CLOSE  TAPE-LEDGER.
      *--  AN ORIGINAL AND ITS REISSUE ARE ONE SHIPMENT - ONCE A
      *--  COPY HAS COME BACK THE OTHER IS A DUPLICATE OF IT.
           IF  NOT LH-REISSUED  OR  NOT LH-RETURNED
               GO TO  CHECK-PRIOR-RETURN-E
           END-IF.
           IF  FORCE-REQUESTED
               DISPLAY  'COMP3003 - A COPY OF THIS REISSUED SHIPMENT '
                        'CAME BACK ON '  LH-RETURNED-DATE
                        ' - REBUILDING UNDER FORCE=YES'
               GO TO  CHECK-PRIOR-RETURN-E
           END-IF.
           DISPLAY  'COMP3003 - PARTNER '  RUN-PARTNER  ' TAPE '
                    SAVED-TAPE-DATE  ' WAS REISSUED AND A COPY CAME '
                    'BACK ON '  LH-RETURNED-DATE  ' - TAPE REFUSED'.
           DISPLAY  'COMP3003 - ADD FORCE=YES TO SYSIN TO REBUILD '
                    'THIS COPY AS WELL'.
           MOVE  16  TO  RETURN-CODE.
           STOP RUN.
        CHECK-PRIOR-RETURN-E.
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
               OR  TL-TAPE-DATE  NOT =  SAVED-TAPE-DATE
               GO TO  SCAN-ONE-LEDGER-E
           END-IF.
           IF  TL-REISSUED
               SET  LH-REISSUED  TO  TRUE
           END-IF.
           IF  TL-RETURNED
               SET  LH-RETURNED  TO  TRUE
               MOVE  TL-STAMP-DATE  TO  LH-RETURNED-DATE
           END-IF.
        SCAN-ONE-LEDGER-E.
           EXIT.

        LOAD-PROFILE    SECTION.
        LOAD-PROFILE-S.
           IF  RUN-PARTNER  =  SPACES
