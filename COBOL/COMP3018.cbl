      ******************************************************************
      *  OVERVIEW: THIS PGM IS INGEST A PARTNER'S ACKNOWLEDGEMENT FILE *
      *            FOR ONE SHIPPED GENERATION.  THE ACKNOWLEDGEMENT IS *
      *            MATCHED TO THE TAPE LEDGER BY PARTNER ID AND TAPE   *
      *            DATE AND THE GENERATION IS STAMPED ACKNOWLEDGED OR  *
      *            REFUSED THERE.  EVERY DETAIL THE PARTNER REFUSED IS *
      *            FOUND BY ITS SEQUENCE NUMBER ON THE SHIPPED         *
      *            GENERATION, TURNED BACK INTO ITS 26-BYTE SOURCE     *
      *            RECORD AND WRITTEN TO THE REJECT FILE WITH THE      *
      *            PARTNER'S REASON, SO A COMP3005 CORRECTION CAN      *
      *            RECYCLE IT INTO A LATER TAPE.  A REFUSAL LISTING IS *
      *            PRINTED.  A REISSUED GENERATION (COMP3024) IS THE   *
      *            SAME SHIPMENT AS ITS ORIGINAL AND WAITS FOR ITS     *
      *            ACKNOWLEDGEMENT AGAIN, BUT A DETAIL ALREADY SENT TO *
      *            THE REJECT FILE BY THE ORIGINAL'S REFUSAL IS NOT    *
      *            SENT THERE TWICE.                                   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3018.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  THE PARTNER'S ACKNOWLEDGEMENT FILE FOR ONE GENERATION.
           SELECT  ACK-FILE      ASSIGN  TO  'ACKIN'
                            FILE STATUS  IS  WS-ACK-STATUS.
      *--  TAPELDG IS THE SAME DDNAME COMP3001/COMP3003/COMP3004/
      *--  COMP3006 APPEND TO - HERE IT IS READ FOR THE GENERATION'S
      *--  CURRENT STATE, THEN THE ACKNOWLEDGEMENT IS APPENDED.
           SELECT  TAPE-LEDGER   ASSIGN  TO  'TAPELDG'
                            FILE STATUS  IS  WS-LEDGER-STATUS.
      *--  OUTTP IS THE SAME DDNAME COMP3001/COMP3004 OPEN - HERE IT
      *--  POINTS AT THE GENERATION THAT WAS SHIPPED, SO EACH
      *--  REFUSED DETAIL CAN BE FOUND ON IT BY SEQUENCE NUMBER.
           SELECT  IN-TP         ASSIGN  TO  'OUTTP'
                            FILE STATUS  IS  WS-IN-TP-STATUS.
      *--  REJECT IS THE SAME DDNAME COMP3001 WRITES AND COMP3005
      *--  READS - A REFUSED DETAIL JOINS THE BUILD'S OWN REJECTS.
           SELECT  REJECT-FILE   ASSIGN  TO  'REJECT'
                            FILE STATUS  IS  WS-REJECT-STATUS.
      *--  PRINTED REFUSAL LISTING.
           SELECT  REPORT-FILE   ASSIGN  TO  'ACKRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  ACKNOWLEDGEMENT FILE.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/ACKREC.
           FD      ACK-FILE.
           COPY    ACKREC.
      *--  TAPE LIFECYCLE LEDGER.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/TAPELDG.
           FD      TAPE-LEDGER.
           COPY    TAPELDG.
      *--  SHIPPED GENERATION.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/TPREC.
           FD      IN-TP.
           COPY    TPREC.
      *--  REJECT FILE.  RECORD LAYOUT IS SHARED - SEE COPYLIB/REJREC.
           FD      REJECT-FILE.
           COPY    REJREC.
      *--  REFUSAL LISTING.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(100).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    ACK-EOF-SWITCH      PICTURE X(01)  VALUE  'N'.
               88  END-OF-ACK                          VALUE  'Y'.
             02    LEDGER-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-LEDGER                       VALUE  'Y'.
             02    TAPE-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-TAPE                         VALUE  'Y'.
             02    REJECT-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-REJECTS                      VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-ACK-STATUS      PICTURE X(02).
             88    WS-ACK-OK                    VALUE  '00'.
           01      WS-LEDGER-STATUS   PICTURE X(02).
             88    WS-LEDGER-OK                 VALUE  '00'.
           01      WS-IN-TP-STATUS    PICTURE X(02).
             88    WS-IN-TP-OK                  VALUE  '00'.
           01      WS-REJECT-STATUS   PICTURE X(02).
             88    WS-REJECT-OK                 VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
      *--  THE DATE AND TIME THIS RUN STARTED, FOR THE LEDGER STAMP.
           01      WS-RUN-DATE  PICTURE X(08).
           01      WS-RUN-TIME  PICTURE X(08).
           01      FINAL-CONDITION-CODE  PICTURE 9(02)  VALUE  0.
      *--  THE GENERATION ACKNOWLEDGED AND THE PARTNER'S VERDICT,
      *--  CAPTURED OFF THE ACKNOWLEDGEMENT HEADER, AND THE REFUSAL
      *--  COUNT CAPTURED OFF ITS TRAILER.
           01      ACK-IDENTITY.
             02    AI-PARTNER-ID      PICTURE X(04)  VALUE  SPACES.
             02    AI-TAPE-DATE       PICTURE X(08)  VALUE  SPACES.
             02    AI-DISPOSITION     PICTURE X(01)  VALUE  SPACE.
               88  AI-ACCEPTED                        VALUE  'A'.
               88  AI-REFUSED                         VALUE  'R'.
             02    AI-ACK-DATE        PICTURE X(08)  VALUE  SPACES.
             02    AI-TRAILER-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  ACK-TRAILER-SEEN                   VALUE  'Y'.
             02    AI-TRAILER-COUNT   PICTURE 9(07)  VALUE  0.
      *--  THE GENERATION'S CURRENT STATE ON THE TAPE LEDGER - THE
      *--  LATEST ENTRY READ FOR IT.  ONLY A GENERATION STILL
      *--  BUILT OR VERIFIED IS WAITING FOR ITS ACKNOWLEDGEMENT; ONE
      *--  ALREADY ACKNOWLEDGED OR REFUSED IS NOT TAKEN TWICE, SO
      *--  ITS REFUSED DETAILS NEVER REACH THE REJECT FILE TWICE.
      *--  A REISSUED GENERATION WAITS FOR THE PARTNER AGAIN.
           01      LEDGER-STATE.
             02    LS-STATUS          PICTURE X(10)  VALUE  SPACES.
               88  LS-NOT-ON-LEDGER                   VALUE  SPACES.
               88  LS-AWAITING-ACK                    VALUE  'BUILT'
                                                             'VERIFIED'
                                                             'REISSUED'.
             02    LS-STAMP-DATE      PICTURE X(08)  VALUE  SPACES.
      *--  EVERY REFUSED DETAIL LISTED ON THE ACKNOWLEDGEMENT, LOADED
      *--  AT START-UP AND MATCHED AGAINST EACH DETAIL AS THE
      *--  SHIPPED GENERATION IS READ.
           01      REFUSAL-TABLE.
             02    REFUSAL-COUNT      PICTURE 9(05)  COMP  VALUE  0.
             02    REFUSAL-ENTRY      OCCURS  5000.
               03  RF-SEQ-NUMBER      PICTURE 9(07).
               03  RF-REASON-CODE     PICTURE X(04).
               03  RF-REASON-TEXT     PICTURE X(20).
               03  RF-REC-TYPE        PICTURE X(01).
               03  RF-FOUND-SWITCH    PICTURE X(01).
                 88  RF-FOUND           VALUE  'Y'.
               03  RF-ALREADY-SWITCH  PICTURE X(01).
                 88  RF-ALREADY-REJECTED  VALUE  'Y'.
           01      TABLE-CONTROL.
             02    RF-INDEX           PICTURE 9(05)  COMP.
             02    RF-MATCH-INDEX     PICTURE 9(05)  COMP.
               88  NO-REFUSAL-FOUND                     VALUE  0.
             02    FIND-SEQ-NUMBER    PICTURE 9(07).
             02    PR-INDEX           PICTURE 9(05)  COMP.
             02    PR-MATCH-INDEX     PICTURE 9(05)  COMP.
               88  NO-PRIOR-REJECT                      VALUE  0.
             02    FIND-RECORD-NUM    PICTURE 9(09).
      *--  THE RECORD NUMBERS - TAPE SEQUENCE NUMBERS - AN EARLIER
      *--  REFUSAL OF THIS SAME GENERATION ALREADY PUT ON THE REJECT
      *--  FILE UNDER ITS REFUSAL KEY, LOADED AT START-UP.  ONLY A
      *--  REISSUED SHIPMENT WHOSE ORIGINAL WAS REFUSED HAS ANY.  A
      *--  DETAIL ON THIS LIST IS NOT REJECTED A SECOND TIME; ONE
      *--  THE PARTNER REFUSES NOW FOR THE FIRST TIME STILL IS.
           01      PRIOR-REJECT-TABLE.
             02    PRIOR-COUNT        PICTURE 9(05)  COMP  VALUE  0.
             02    PRIOR-ENTRY        OCCURS  5000.
               03  PR-RECORD-NUM      PICTURE 9(09).
      *--  THE REJECT KEY FOR A PARTNER REFUSAL.  THE RUN DATE IS
      *--  THE TAPE DATE AND THE RECORD NUMBER THE DETAIL'S SEQUENCE
      *--  NUMBER ON THE TAPE; THE RUN IDENTIFIER IS THE PARTNER ID
      *--  FOLLOWED BY 'RF', WHICH NO BUILD RUN (AN HHMMSS TIME) CAN
      *--  CARRY, SO A REFUSAL NEVER SHARES A KEY WITH A BUILD
      *--  REJECT OR WITH ANOTHER PARTNER'S REFUSAL OF THE SAME DATE
      *--  AND IS NEVER COUNTED AGAINST A BUILD RUN BY COMP3012.
           01      REFUSAL-RUN-ID.
             02    RR-PARTNER-ID      PICTURE X(04).
             02    RR-SUFFIX          PICTURE X(02)  VALUE  'RF'.
           01      REFUSAL-REASON.
             02    RN-LABEL           PICTURE X(13)
                                      VALUE  'PTNR REFUSED '.
             02    RN-CODE            PICTURE X(04).
             02    RN-FILL1           PICTURE X(01)  VALUE  SPACE.
             02    RN-TEXT            PICTURE X(20).
             02    RN-FILL2           PICTURE X(02)  VALUE  SPACES.
      *--  THE REFUSED DETAIL TURNED BACK INTO ITS 26-BYTE SOURCE
      *--  RECORD - THE LAYOUT A COMP3005 CORRECTION REPAIRS AND
      *--  COMP3001 READS.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/INPACK.
           COPY    INPACK.
      *--  ACKNOWLEDGEMENT, TAPE AND REJECT COUNTS FOR THE SUMMARY.
           01      COUNTERS.
             02    ACK-READ-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    REFUSAL-READ-COUNT    PICTURE 9(09)  COMP  VALUE  0.
             02    REPEAT-REFUSAL-COUNT  PICTURE 9(09)  COMP  VALUE  0.
             02    TAPE-READ-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    REJECT-WRITTEN-COUNT  PICTURE 9(09)  COMP  VALUE  0.
             02    NOT-ON-TAPE-COUNT     PICTURE 9(09)  COMP  VALUE  0.
             02    ALREADY-REJECTED-COUNT PICTURE 9(09) COMP  VALUE  0.
      *--  ONE PRINT LINE PER REFUSED DETAIL.
           01      DETAIL-LINE.
             02    DL-SEQ-LABEL     PICTURE X(05).
             02    DL-SEQ           PICTURE ZZZZZZ9.
             02    DL-FILL1         PICTURE X(02).
             02    DL-TYPE-LABEL    PICTURE X(06).
             02    DL-TYPE          PICTURE X(01).
             02    DL-FILL2         PICTURE X(02).
             02    DL-CODE          PICTURE X(04).
             02    DL-FILL3         PICTURE X(01).
             02    DL-TEXT          PICTURE X(20).
             02    DL-FILL4         PICTURE X(02).
             02    DL-OUTCOME       PICTURE X(20).
             02    FILLER           PICTURE X(30).
      *--  REPORT HEADING AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(37).
             02    RH-PARTNER       PICTURE X(04).
             02    RH-TAPE-LABEL    PICTURE X(06).
             02    RH-TAPE-DATE     PICTURE X(08).
             02    RH-VERDICT-LABEL PICTURE X(12).
             02    RH-VERDICT       PICTURE X(10).
             02    FILLER           PICTURE X(23).
           01      REPORT-SUMMARY-LINE.
             02    RS-LABEL         PICTURE X(30).
             02    RS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(61).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-RUN-TIME  FROM  TIME.
      *--  THE WHOLE ACKNOWLEDGEMENT IS READ AND CHECKED BEFORE
      *--  ANYTHING IS WRITTEN - A DAMAGED OR TRUNCATED FILE STOPS
      *--  THE RUN WITH NOTHING LEDGERED AND NOTHING REJECTED, SO IT
      *--  CAN SIMPLY BE RERUN ONCE THE PARTNER RESENDS IT.
           PERFORM  LOAD-ACK-S  THRU  LOAD-ACK-E.
      *--  THE GENERATION MUST BE ON THE LEDGER AND STILL WAITING
      *--  FOR ITS ACKNOWLEDGEMENT.
           PERFORM  FIND-LEDGER-STATE-S  THRU  FIND-LEDGER-STATE-E.
           IF  LS-NOT-ON-LEDGER
               DISPLAY  'COMP3018 - PARTNER '  AI-PARTNER-ID
                        ' TAPE '  AI-TAPE-DATE
                        ' IS NOT ON THE TAPE LEDGER'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  NOT LS-AWAITING-ACK
               DISPLAY  'COMP3018 - PARTNER '  AI-PARTNER-ID
                        ' TAPE '  AI-TAPE-DATE  ' IS '  LS-STATUS
                        ' ON THE TAPE LEDGER - ACKNOWLEDGEMENT NOT '
                        'APPLIED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  FILE OPENS.
           OPEN  INPUT  IN-TP.
           IF  NOT WS-IN-TP-OK
               DISPLAY  'COMP3018 - IN-TP OPEN FAILED, STATUS = '
                        WS-IN-TP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3018 - REPORT FILE OPEN FAILED, STATUS ='
                        WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  WHAT EARLIER REFUSALS OF THIS GENERATION ALREADY REJECTED.
           PERFORM  LOAD-PRIOR-REJECTS-S  THRU  LOAD-PRIOR-REJECTS-E.
      *--  THE REJECT FILE IS EXTENDED, NEVER REWRITTEN - STATUS 35
      *--  MEANS IT HAS NEVER BEEN WRITTEN, SO START IT FRESH.
           OPEN  EXTEND  REJECT-FILE.
           IF  WS-REJECT-STATUS  =  '35'
               OPEN  OUTPUT  REJECT-FILE
           END-IF.
           IF  NOT WS-REJECT-OK
               DISPLAY  'COMP3018 - REJECT FILE OPEN FAILED, STATUS ='
                        WS-REJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  WALK THE SHIPPED GENERATION, SENDING EVERY REFUSED DETAIL
      *--  TO THE REJECT FILE.
           PERFORM  READ-TP-S            THRU  READ-TP-E.
           PERFORM  SCAN-ONE-RECORD-S    THRU  SCAN-ONE-RECORD-E
                    UNTIL  END-OF-TAPE.
      *--  AN EMPTY DATASET NEVER REACHES THE HEADER CHECK - REFUSE
      *--  IT OUTRIGHT.
           IF  TAPE-READ-COUNT  =  0
               DISPLAY  'COMP3018 - SHIPPED GENERATION IS EMPTY - '
                        'ACKNOWLEDGEMENT NOT APPLIED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE IN-TP.
           CLOSE REJECT-FILE.
      *--  PRINT THE LISTING - ONE LINE PER REFUSED DETAIL.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
           PERFORM  REPORT-ONE-REFUSAL-S  THRU  REPORT-ONE-REFUSAL-E
                    VARYING  RF-INDEX  FROM  1  BY  1
                    UNTIL  RF-INDEX  >  REFUSAL-COUNT.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
           CLOSE REPORT-FILE.
      *--  STAMP THE GENERATION ON THE TAPE LEDGER.
           PERFORM  WRITE-TAPE-LEDGER-S  THRU  WRITE-TAPE-LEDGER-E.
      *--  SUMMARY AND CONDITION CODE - RC=4 THE PARTNER REFUSED THE
      *--  TAPE OR SOME OF ITS DETAILS, RC=8 A REFUSED SEQUENCE
      *--  NUMBER IS NOT ON THE SHIPPED GENERATION AND THE PARTNER
      *--  MUST BE ASKED WHAT IT MEANT.
           DISPLAY  'COMP3018 - REFUSALS LISTED:     '
                    REFUSAL-READ-COUNT.
           DISPLAY  'COMP3018 - REJECTS WRITTEN:     '
                    REJECT-WRITTEN-COUNT.
           DISPLAY  'COMP3018 - NOT ON THE TAPE:     '
                    NOT-ON-TAPE-COUNT.
           IF  ALREADY-REJECTED-COUNT  >  0
               DISPLAY  'COMP3018 - ALREADY REJECTED:    '
                        ALREADY-REJECTED-COUNT
           END-IF.
           IF  AI-REFUSED  OR  REFUSAL-READ-COUNT  >  0
               MOVE  4  TO  FINAL-CONDITION-CODE
           END-IF.
           IF  NOT-ON-TAPE-COUNT  >  0
               DISPLAY  'COMP3018 - '  NOT-ON-TAPE-COUNT
                        ' REFUSED SEQUENCE NUMBERS NOT ON THE TAPE'
               MOVE  8  TO  FINAL-CONDITION-CODE
           END-IF.
           MOVE  FINAL-CONDITION-CODE  TO  RETURN-CODE.
        MAIN-E.
           STOP RUN.

        LOAD-ACK        SECTION.
        LOAD-ACK-S.
           OPEN  INPUT  ACK-FILE.
           IF  NOT WS-ACK-OK
               DISPLAY  'COMP3018 - ACK FILE OPEN FAILED, STATUS = '
                        WS-ACK-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE HEADER MUST LEAD THE FILE - WITHOUT IT THERE IS NO
      *--  SAYING WHICH GENERATION IS BEING ACKNOWLEDGED.
           PERFORM  READ-ACK-S  THRU  READ-ACK-E.
           IF  END-OF-ACK  OR  NOT ACK-HDR
               DISPLAY  'COMP3018 - ACK FILE DOES NOT START WITH A '
                        'HEADER RECORD'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  ACKH-PARTNER-ID   TO  AI-PARTNER-ID.
           MOVE  ACKH-TAPE-DATE    TO  AI-TAPE-DATE.
           MOVE  ACKH-DISPOSITION  TO  AI-DISPOSITION.
           MOVE  ACKH-ACK-DATE     TO  AI-ACK-DATE.
           IF  AI-PARTNER-ID  =  SPACES
               OR  AI-TAPE-DATE  NOT NUMERIC
               DISPLAY  'COMP3018 - ACK HEADER DOES NOT NAME A '
                        'GENERATION: '  ACK-REC
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  NOT AI-ACCEPTED  AND  NOT AI-REFUSED
               DISPLAY  'COMP3018 - ACK HEADER VERDICT IS NOT A OR R: '
                        ACK-REC
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-ACK-S  THRU  READ-ACK-E.
           PERFORM  LOAD-ONE-ACK-S  THRU  LOAD-ONE-ACK-E
                    UNTIL  END-OF-ACK.
           CLOSE  ACK-FILE.
      *--  THE TRAILER PROVES THE FILE ARRIVED WHOLE.
           IF  NOT ACK-TRAILER-SEEN
               DISPLAY  'COMP3018 - ACK FILE HAS NO TRAILER - FILE '
                        'IS INCOMPLETE'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  AI-TRAILER-COUNT  NOT =  REFUSAL-READ-COUNT
               DISPLAY  'COMP3018 - ACK TRAILER COUNT '
                        AI-TRAILER-COUNT  ' BUT FILE HOLDS '
                        REFUSAL-READ-COUNT  ' REFUSALS'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        LOAD-ACK-E.
           EXIT.

        READ-ACK        SECTION.
        READ-ACK-S.
           READ  ACK-FILE
               AT END  SET  END-OF-ACK  TO  TRUE
           END-READ.
           IF  NOT END-OF-ACK
               ADD  1  TO  ACK-READ-COUNT
           END-IF.
        READ-ACK-E.
           EXIT.

        LOAD-ONE-ACK    SECTION.
        LOAD-ONE-ACK-S.
      *--  NOTHING MAY FOLLOW THE TRAILER.
           IF  ACK-TRAILER-SEEN
               DISPLAY  'COMP3018 - ACK RECORD '  ACK-READ-COUNT
                        ' FOLLOWS THE TRAILER'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE  TRUE
               WHEN  ACK-REFUSAL
                   ADD  1  TO  REFUSAL-READ-COUNT
                   IF  ACKR-SEQ-NUMBER  NOT NUMERIC
                       OR  ACKR-SEQ-NUMBER  =  0
                       DISPLAY  'COMP3018 - ACK RECORD '
                                ACK-READ-COUNT
                                ' REFUSED SEQUENCE IS NOT NUMERIC'
                       MOVE  16  TO  RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM  ADD-REFUSAL-S  THRU  ADD-REFUSAL-E
               WHEN  ACK-TRL
                   IF  ACKT-REFUSAL-COUNT  NOT NUMERIC
                       DISPLAY  'COMP3018 - ACK TRAILER COUNT IS NOT '
                                'NUMERIC'
                       MOVE  16  TO  RETURN-CODE
                       STOP RUN
                   END-IF
                   SET  ACK-TRAILER-SEEN  TO  TRUE
                   MOVE  ACKT-REFUSAL-COUNT  TO  AI-TRAILER-COUNT
               WHEN  OTHER
                   DISPLAY  'COMP3018 - ACK RECORD '  ACK-READ-COUNT
                            ' HAS UNEXPECTED RECORD TYPE: '
                            ACK-REC-TYPE
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM  READ-ACK-S  THRU  READ-ACK-E.
        LOAD-ONE-ACK-E.
           EXIT.

        ADD-REFUSAL     SECTION.
        ADD-REFUSAL-S.
      *--  A SEQUENCE NUMBER LISTED TWICE IS REJECTED ONCE - THE
      *--  REPEAT IS COUNTED AND DROPPED.
           MOVE  ACKR-SEQ-NUMBER  TO  FIND-SEQ-NUMBER.
           PERFORM  FIND-REFUSAL-S  THRU  FIND-REFUSAL-E.
           IF  NOT NO-REFUSAL-FOUND
               ADD  1  TO  REPEAT-REFUSAL-COUNT
               DISPLAY  'COMP3018 - SEQUENCE '  ACKR-SEQ-NUMBER
                        ' REFUSED MORE THAN ONCE - REPEAT IGNORED'
               GO TO  ADD-REFUSAL-E
           END-IF.
           IF  REFUSAL-COUNT  >=  5000
               DISPLAY  'COMP3018 - MORE THAN 5000 REFUSED DETAILS ON '
                        'ONE ACKNOWLEDGEMENT'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  REFUSAL-COUNT.
           MOVE  ACKR-SEQ-NUMBER   TO  RF-SEQ-NUMBER (REFUSAL-COUNT).
           MOVE  ACKR-REASON-CODE  TO  RF-REASON-CODE (REFUSAL-COUNT).
           MOVE  ACKR-REASON-TEXT  TO  RF-REASON-TEXT (REFUSAL-COUNT).
           MOVE  SPACE             TO  RF-REC-TYPE (REFUSAL-COUNT).
           MOVE  'N'               TO  RF-FOUND-SWITCH (REFUSAL-COUNT).
           MOVE  'N'             TO  RF-ALREADY-SWITCH (REFUSAL-COUNT).
        ADD-REFUSAL-E.
           EXIT.

        FIND-REFUSAL    SECTION.
        FIND-REFUSAL-S.
      *--  HUNT THE REFUSAL TABLE FOR FIND-SEQ-NUMBER.
           MOVE  0  TO  RF-MATCH-INDEX.
           PERFORM  MATCH-ONE-REFUSAL-S  THRU  MATCH-ONE-REFUSAL-E
                    VARYING  RF-INDEX  FROM  1  BY  1
                    UNTIL  RF-INDEX  >  REFUSAL-COUNT
                       OR  RF-MATCH-INDEX  >  0.
        FIND-REFUSAL-E.
           EXIT.

        MATCH-ONE-REFUSAL       SECTION.
        MATCH-ONE-REFUSAL-S.
           IF  RF-SEQ-NUMBER (RF-INDEX)  =  FIND-SEQ-NUMBER
               MOVE  RF-INDEX  TO  RF-MATCH-INDEX
           END-IF.
        MATCH-ONE-REFUSAL-E.
           EXIT.

        FIND-LEDGER-STATE       SECTION.
        FIND-LEDGER-STATE-S.
      *--  THE LEDGER IS APPENDED IN TIME ORDER, SO THE LAST ENTRY
      *--  READ FOR THE GENERATION IS ITS CURRENT STATE.
           OPEN  INPUT  TAPE-LEDGER.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3018 - TAPE LEDGER OPEN FAILED, STATUS ='
                        WS-LEDGER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  SCAN-ONE-LEDGER-S  THRU  SCAN-ONE-LEDGER-E
                    UNTIL  END-OF-LEDGER.
           CLOSE  TAPE-LEDGER.
        FIND-LEDGER-STATE-E.
           EXIT.

        SCAN-ONE-LEDGER SECTION.
        SCAN-ONE-LEDGER-S.
           READ  TAPE-LEDGER
               AT END  SET  END-OF-LEDGER  TO  TRUE
           END-READ.
           IF  END-OF-LEDGER
               GO TO  SCAN-ONE-LEDGER-E
           END-IF.
      *--  A JOURNALED ENTRY RECORDS A GL POSTING, NOT A MOVE IN THE
      *--  GENERATION'S LIFE - IT NEVER CHANGES THE STATE ON RECORD.
           IF  TL-PARTNER-ID  =  AI-PARTNER-ID
               AND  TL-TAPE-DATE  =  AI-TAPE-DATE
               AND  NOT TL-JOURNALED
               MOVE  TL-STATUS      TO  LS-STATUS
               MOVE  TL-STAMP-DATE  TO  LS-STAMP-DATE
           END-IF.
        SCAN-ONE-LEDGER-E.
           EXIT.

        LOAD-PRIOR-REJECTS      SECTION.
        LOAD-PRIOR-REJECTS-S.
      *--  STATUS 35 - THE REJECT FILE HAS NEVER BEEN WRITTEN, SO
      *--  NOTHING HAS BEEN REJECTED BEFORE.
           OPEN  INPUT  REJECT-FILE.
           IF  WS-REJECT-STATUS  =  '35'
               GO TO  LOAD-PRIOR-REJECTS-E
           END-IF.
           IF  NOT WS-REJECT-OK
               DISPLAY  'COMP3018 - REJECT FILE OPEN FAILED, STATUS ='
                        WS-REJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  AI-PARTNER-ID  TO  RR-PARTNER-ID.
           PERFORM  LOAD-ONE-PRIOR-S  THRU  LOAD-ONE-PRIOR-E
                    UNTIL  END-OF-REJECTS.
           CLOSE  REJECT-FILE.
        LOAD-PRIOR-REJECTS-E.
           EXIT.

        LOAD-ONE-PRIOR  SECTION.
        LOAD-ONE-PRIOR-S.
           READ  REJECT-FILE
               AT END  SET  END-OF-REJECTS  TO  TRUE
           END-READ.
           IF  END-OF-REJECTS
               GO TO  LOAD-ONE-PRIOR-E
           END-IF.
      *--  ONLY THIS GENERATION'S REFUSAL KEY - TAPE DATE AND THE
      *--  PARTNER'S 'RF' RUN IDENTIFIER.
           IF  REJ-RUN-DATE  NOT =  AI-TAPE-DATE
               OR  REJ-RUN-ID  NOT =  REFUSAL-RUN-ID
               OR  REJ-RECORD-NUM  NOT NUMERIC
               GO TO  LOAD-ONE-PRIOR-E
           END-IF.
           MOVE  REJ-RECORD-NUM  TO  FIND-RECORD-NUM.
           PERFORM  FIND-PRIOR-REJECT-S  THRU  FIND-PRIOR-REJECT-E.
           IF  NOT NO-PRIOR-REJECT
               GO TO  LOAD-ONE-PRIOR-E
           END-IF.
           IF  PRIOR-COUNT  >=  5000
               DISPLAY  'COMP3018 - MORE THAN 5000 DETAILS ALREADY '
                        'REJECTED FOR ONE GENERATION'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  PRIOR-COUNT.
           MOVE  REJ-RECORD-NUM  TO  PR-RECORD-NUM (PRIOR-COUNT).
        LOAD-ONE-PRIOR-E.
           EXIT.

        FIND-PRIOR-REJECT       SECTION.
        FIND-PRIOR-REJECT-S.
      *--  HUNT THE PRIOR-REJECT LIST FOR FIND-RECORD-NUM.
           MOVE  0  TO  PR-MATCH-INDEX.
           PERFORM  MATCH-ONE-PRIOR-S  THRU  MATCH-ONE-PRIOR-E
                    VARYING  PR-INDEX  FROM  1  BY  1
                    UNTIL  PR-INDEX  >  PRIOR-COUNT
                       OR  PR-MATCH-INDEX  >  0.
        FIND-PRIOR-REJECT-E.
           EXIT.

        MATCH-ONE-PRIOR SECTION.
        MATCH-ONE-PRIOR-S.
           IF  PR-RECORD-NUM (PR-INDEX)  =  FIND-RECORD-NUM
               MOVE  PR-INDEX  TO  PR-MATCH-INDEX
           END-IF.
        MATCH-ONE-PRIOR-E.
           EXIT.

        READ-TP         SECTION.
        READ-TP-S.
           READ  IN-TP
               AT END  SET  END-OF-TAPE  TO  TRUE
           END-READ.
           IF  NOT END-OF-TAPE
               ADD  1  TO  TAPE-READ-COUNT
           END-IF.
        READ-TP-E.
           EXIT.

        SCAN-ONE-RECORD SECTION.
        SCAN-ONE-RECORD-S.
      *--  THE HEADER MUST LEAD THE TAPE AND NAME THE GENERATION
      *--  ACKNOWLEDGED - OUTTP POINTED AT THE WRONG GENERATION
      *--  WOULD REJECT SOMEBODY ELSE'S DETAILS.  THE CHECK COMES
      *--  BEFORE ANY DETAIL IS READ, SO NOTHING HAS BEEN WRITTEN.
           IF  TAPE-READ-COUNT  =  1
               IF  NOT HDR-REC
                   OR  HDR-PARTNER-ID  NOT =  AI-PARTNER-ID
                   OR  HDR-RUN-DATE    NOT =  AI-TAPE-DATE
                   DISPLAY  'COMP3018 - OUTTP IS NOT PARTNER '
                            AI-PARTNER-ID  ' TAPE '  AI-TAPE-DATE
                            ' - ACKNOWLEDGEMENT NOT APPLIED'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               GO TO  SCAN-ONE-RECORD-X
           END-IF.
      *--  ONLY DETAIL RECORDS CARRY A SEQUENCE NUMBER.
           IF  NOT ZONE-REC  AND  NOT PACK-REC
               AND  NOT KANA-REC  AND  NOT CUST-REC
               GO TO  SCAN-ONE-RECORD-X
           END-IF.
           IF  TP-SEQ-NUMBER  NOT NUMERIC
               GO TO  SCAN-ONE-RECORD-X
           END-IF.
           MOVE  TP-SEQ-NUMBER  TO  FIND-SEQ-NUMBER.
           PERFORM  FIND-REFUSAL-S  THRU  FIND-REFUSAL-E.
           IF  NO-REFUSAL-FOUND
               GO TO  SCAN-ONE-RECORD-X
           END-IF.
           PERFORM  WRITE-REFUSAL-REJECT-S
                    THRU  WRITE-REFUSAL-REJECT-E.
        SCAN-ONE-RECORD-X.
           PERFORM  READ-TP-S  THRU  READ-TP-E.
        SCAN-ONE-RECORD-E.
           EXIT.

        WRITE-REFUSAL-REJECT    SECTION.
        WRITE-REFUSAL-REJECT-S.
      *--  A DETAIL THE REFUSAL OF THE ORIGINAL OF A REISSUED
      *--  SHIPMENT ALREADY SENT TO THE REJECT FILE IS FOUND AND
      *--  LISTED BUT NOT REJECTED A SECOND TIME.
           MOVE  TP-SEQ-NUMBER  TO  FIND-RECORD-NUM.
           PERFORM  FIND-PRIOR-REJECT-S  THRU  FIND-PRIOR-REJECT-E.
           IF  NOT NO-PRIOR-REJECT
               ADD  1  TO  ALREADY-REJECTED-COUNT
               MOVE  REC-TYPE  TO  RF-REC-TYPE (RF-MATCH-INDEX)
               MOVE  'Y'       TO  RF-FOUND-SWITCH (RF-MATCH-INDEX)
               MOVE  'Y'       TO  RF-ALREADY-SWITCH (RF-MATCH-INDEX)
               GO TO  WRITE-REFUSAL-REJECT-E
           END-IF.
      *--  TURN THE TAPE DETAIL BACK INTO ITS SOURCE RECORD - THE
      *--  SAME FIELD-FOR-FIELD MOVE COMP3003 MAKES ON A RETURNED
      *--  TAPE, BUT INTO THE 26-BYTE IN-PACK-REC LAYOUT THE BUILD
      *--  READ IT FROM.
           MOVE  SPACES  TO  IN-PACK-REC.
           EVALUATE  TRUE
               WHEN  ZONE-REC
                   SET  IN-ZONE-REC  TO  TRUE
                   MOVE  ZONEAREA  OF  TP-ZONE-REC  TO  IN-ZONEAREA
               WHEN  PACK-REC
                   SET  IN-PACK-DETAIL  TO  TRUE
                   MOVE  PACKAREA  OF  TP-PACK-REC  TO  IN-PACKAREA
               WHEN  KANA-REC
                   SET  IN-KANA-REC  TO  TRUE
                   MOVE  KANAAREA  OF  TP-KANA-REC  TO  IN-KANAAREA
               WHEN  CUST-REC
                   SET  IN-CUST-REC  TO  TRUE
                   MOVE  CUST-ACCOUNT  TO  IN-CUST-ACCOUNT
                   MOVE  CUST-AMOUNT   TO  IN-CUST-AMOUNT
                   MOVE  CUST-KANA     TO  IN-CUST-KANA
           END-EVALUATE.
           MOVE  AI-PARTNER-ID                    TO  RR-PARTNER-ID.
           MOVE  RF-REASON-CODE (RF-MATCH-INDEX)  TO  RN-CODE.
           MOVE  RF-REASON-TEXT (RF-MATCH-INDEX)  TO  RN-TEXT.
           MOVE  SPACES              TO  REJECT-REC.
           MOVE  AI-TAPE-DATE        TO  REJ-RUN-DATE.
           MOVE  REFUSAL-RUN-ID      TO  REJ-RUN-ID.
           MOVE  TP-SEQ-NUMBER       TO  REJ-RECORD-NUM.
           MOVE  IN-PACK-REC         TO  REJ-SOURCE-REC.
           MOVE  REFUSAL-REASON      TO  REJ-REASON.
           WRITE  REJECT-REC.
           IF  NOT WS-REJECT-OK
               DISPLAY  'COMP3018 - REJECT FILE WRITE FAILED, '
                        'STATUS = '  WS-REJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  REJECT-WRITTEN-COUNT.
           MOVE  REC-TYPE  TO  RF-REC-TYPE (RF-MATCH-INDEX).
           MOVE  'Y'       TO  RF-FOUND-SWITCH (RF-MATCH-INDEX).
        WRITE-REFUSAL-REJECT-E.
           EXIT.

        WRITE-TAPE-LEDGER       SECTION.
        WRITE-TAPE-LEDGER-S.
      *--  THE LEDGER ENTRY IS WHAT STOPS THE SAME ACKNOWLEDGEMENT
      *--  BEING TAKEN TWICE - IF IT CANNOT BE WRITTEN THE REFUSED
      *--  DETAILS ARE ALREADY ON THE REJECT FILE, SO THE RUN ENDS
      *--  RC=16 AND MUST NOT SIMPLY BE RESUBMITTED.
           OPEN  EXTEND  TAPE-LEDGER.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3018 - TAPE LEDGER OPEN FAILED, STATUS ='
                        WS-LEDGER-STATUS  ' - ACK NOT LEDGERED, '
                        'REJECTS ALREADY WRITTEN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  SPACES             TO  TAPE-LEDGER-REC.
           MOVE  AI-PARTNER-ID      TO  TL-PARTNER-ID.
           MOVE  AI-TAPE-DATE       TO  TL-TAPE-DATE.
           IF  AI-ACCEPTED
               SET  TL-ACKNOWLEDGED  TO  TRUE
           ELSE
               SET  TL-REFUSED       TO  TRUE
           END-IF.
           MOVE  WS-RUN-DATE        TO  TL-STAMP-DATE.
           MOVE  WS-RUN-TIME (1:6)  TO  TL-STAMP-TIME.
           MOVE  'COMP3018'         TO  TL-PROGRAM.
           WRITE  TAPE-LEDGER-REC.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3018 - TAPE LEDGER WRITE FAILED, STATUS='
                        WS-LEDGER-STATUS  ' - ACK NOT LEDGERED, '
                        'REJECTS ALREADY WRITTEN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE  TAPE-LEDGER.
        WRITE-TAPE-LEDGER-E.
           EXIT.

        REPORT-ONE-REFUSAL      SECTION.
        REPORT-ONE-REFUSAL-S.
           MOVE  SPACES                        TO  DETAIL-LINE.
           MOVE  'SEQ: '                       TO  DL-SEQ-LABEL.
           MOVE  RF-SEQ-NUMBER (RF-INDEX)      TO  DL-SEQ.
           MOVE  'TYPE: '                      TO  DL-TYPE-LABEL.
           MOVE  RF-REC-TYPE (RF-INDEX)        TO  DL-TYPE.
           MOVE  RF-REASON-CODE (RF-INDEX)     TO  DL-CODE.
           MOVE  RF-REASON-TEXT (RF-INDEX)     TO  DL-TEXT.
           IF  RF-FOUND (RF-INDEX)
               IF  RF-ALREADY-REJECTED (RF-INDEX)
                   MOVE  'ALREADY REJECTED'    TO  DL-OUTCOME
               ELSE
                   MOVE  'WRITTEN TO REJECT'   TO  DL-OUTCOME
               END-IF
           ELSE
               ADD  1  TO  NOT-ON-TAPE-COUNT
               MOVE  'NOT ON THE TAPE'         TO  DL-OUTCOME
           END-IF.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        REPORT-ONE-REFUSAL-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3018 PARTNER ACKNOWLEDGEMENT FOR '  TO  RH-LABEL.
           MOVE  AI-PARTNER-ID   TO  RH-PARTNER.
           MOVE  ' TAPE '        TO  RH-TAPE-LABEL.
           MOVE  AI-TAPE-DATE    TO  RH-TAPE-DATE.
           MOVE  ' - VERDICT: '  TO  RH-VERDICT-LABEL.
           IF  AI-ACCEPTED
               MOVE  'ACCEPTED'  TO  RH-VERDICT
           ELSE
               MOVE  'REFUSED'   TO  RH-VERDICT
           END-IF.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-HEADING-E.
           EXIT.

        WRITE-REPORT-SUMMARY    SECTION.
        WRITE-REPORT-SUMMARY-S.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'REFUSAL RECORDS READ:     '  TO  RS-LABEL.
           MOVE  REFUSAL-READ-COUNT            TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'REPEATED REFUSALS IGNORED:'  TO  RS-LABEL.
           MOVE  REPEAT-REFUSAL-COUNT          TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'REJECTS WRITTEN:          '  TO  RS-LABEL.
           MOVE  REJECT-WRITTEN-COUNT          TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'NOT ON THE TAPE:          '  TO  RS-LABEL.
           MOVE  NOT-ON-TAPE-COUNT             TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           IF  ALREADY-REJECTED-COUNT  >  0
               MOVE  SPACES                    TO  REPORT-SUMMARY-LINE
               MOVE  'ALREADY REJECTED BEFORE:  '  TO  RS-LABEL
               MOVE  ALREADY-REJECTED-COUNT    TO  RS-COUNT
               WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
           END-IF.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

        CHECK-REPORT-STATUS     SECTION.
        CHECK-REPORT-STATUS-S.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3018 - REPORT FILE WRITE FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-REPORT-STATUS-E.
           EXIT.
