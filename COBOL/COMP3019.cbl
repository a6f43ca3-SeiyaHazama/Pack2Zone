      ******************************************************************
      *  OVERVIEW: THIS PGM IS TURN A VERIFIED SETTLEMENT SUMMARY      *
      *            (SETTLSUM, AS COMP3013 WROTE IT) INTO A             *
      *            JOURNAL-ENTRY BATCH FOR THE GENERAL LEDGER.  EACH   *
      *            SETTLED ACCOUNT IS MAPPED TO ITS GL CODE THROUGH    *
      *            THE GL MAPPING FILE; THE DEBITS ARE JOURNALED       *
      *            FIRST, THEN THE CREDITS, AND A BALANCING ENTRY TO   *
      *            THE PARTNER'S CLEARING ACCOUNT BRINGS THE BATCH TO  *
      *            ZERO.  A BATCH HEADER AND A TRAILER WITH THE        *
      *            CONTROL TOTALS FRAME IT.  SETTLSUM IS PROVED        *
      *            AGAINST THE SETTLED GENERATION'S CUSTOMER DETAILS,  *
      *            THE BATCH MUST NET TO ZERO AND CROSS-FOOT TO THE    *
      *            SETTLEMENT GRAND TOTAL - ANY FAILURE ENDS THE RUN   *
      *            RC=8 AND THE BATCH MUST NOT BE POSTED.  A GOOD      *
      *            BATCH IS STAMPED JOURNALED ON THE TAPE LEDGER,      *
      *            WHICH ALSO STOPS THE SAME GENERATION BEING POSTED   *
      *            TWICE.                                              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3019.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  THE GL MAPPING FILE FINANCE MAINTAINS.
           SELECT  GL-MAP-FILE   ASSIGN  TO  'GLMAP'
                            FILE STATUS  IS  WS-GL-MAP-STATUS.
      *--  OUTTP IS THE SAME DDNAME COMP3004/COMP3013 OPEN - POINT
      *--  IT AT THE GENERATION COMP3013 SETTLED.  ITS HEADER NAMES
      *--  THE GENERATION AND ITS CUSTOMER DETAILS PROVE SETTLSUM
      *--  WAS BUILT FROM IT.
           SELECT  IN-TP         ASSIGN  TO  'OUTTP'
                            FILE STATUS  IS  WS-IN-TP-STATUS.
      *--  TAPELDG IS THE SAME DDNAME COMP3001/COMP3004 APPEND TO -
      *--  HERE IT IS READ TO PROVE THE GENERATION WAS VERIFIED AND
      *--  NOT YET JOURNALED, THEN THE POSTING IS APPENDED.
           SELECT  TAPE-LEDGER   ASSIGN  TO  'TAPELDG'
                            FILE STATUS  IS  WS-LEDGER-STATUS.
      *--  THE PER-ACCOUNT SETTLEMENT SUMMARY COMP3013 WROTE.  IT IS
      *--  READ TWICE - ONCE FOR THE DEBITS, ONCE FOR THE CREDITS.
           SELECT  SUMMARY-FILE  ASSIGN  TO  'SETTLSUM'
                            FILE STATUS  IS  WS-SUMMARY-STATUS.
      *--  THE JOURNAL-ENTRY FILE FOR THE FINANCE SYSTEM.
           SELECT  JOURNAL-FILE  ASSIGN  TO  'GLJRNL'
                            FILE STATUS  IS  WS-JOURNAL-STATUS.
      *--  PRINTED JOURNAL LISTING.
           SELECT  REPORT-FILE   ASSIGN  TO  'GLRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  GL MAPPING FILE.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/GLMAP.
           FD      GL-MAP-FILE.
           COPY    GLMAP.
      *--  SETTLED GENERATION.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/TPREC.
           FD      IN-TP.
           COPY    TPREC.
      *--  TAPE LIFECYCLE LEDGER.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/TAPELDG.
           FD      TAPE-LEDGER.
           COPY    TAPELDG.
      *--  PER-ACCOUNT SETTLEMENT SUMMARY RECORD - THE SAME LAYOUT
      *--  COMP3013 WRITES.
           FD      SUMMARY-FILE.
           01      SETTLE-SUMMARY-REC.
             02    SS-ACCOUNT            PICTURE 9(10).
             02    SS-TXN-COUNT          PICTURE 9(09).
             02    SS-NET-AMOUNT         PICTURE S9(13).
             02    SS-KANA               PICTURE X(09).
             02    FILLER                PICTURE X(09).
      *--  GL JOURNAL FILE.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/GLJRNL.
           FD      JOURNAL-FILE.
           COPY    GLJRNL.
      *--  JOURNAL LISTING.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(132).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    MAP-EOF-SWITCH      PICTURE X(01)  VALUE  'N'.
               88  END-OF-MAP                          VALUE  'Y'.
             02    TAPE-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-TAPE                         VALUE  'Y'.
             02    LEDGER-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-LEDGER                       VALUE  'Y'.
             02    SUMMARY-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-SUMMARY                      VALUE  'Y'.
      *--  WHICH PASS OVER SETTLSUM IS RUNNING - THE DEBITS ARE ALL
      *--  JOURNALED BEFORE THE FIRST CREDIT.
             02    PASS-SWITCH         PICTURE X(01)  VALUE  'D'.
               88  DEBIT-PASS                          VALUE  'D'.
               88  CREDIT-PASS                         VALUE  'C'.
             02    MISMATCH-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  JOURNAL-MISMATCH                    VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-GL-MAP-STATUS   PICTURE X(02).
             88    WS-GL-MAP-OK                 VALUE  '00'.
           01      WS-IN-TP-STATUS    PICTURE X(02).
             88    WS-IN-TP-OK                  VALUE  '00'.
           01      WS-LEDGER-STATUS   PICTURE X(02).
             88    WS-LEDGER-OK                 VALUE  '00'.
           01      WS-SUMMARY-STATUS  PICTURE X(02).
             88    WS-SUMMARY-OK                VALUE  '00'.
           01      WS-JOURNAL-STATUS  PICTURE X(02).
             88    WS-JOURNAL-OK                VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
      *--  THE DATE AND TIME THIS RUN STARTED, FOR THE BATCH HEADER
      *--  AND THE LEDGER STAMP.
           01      WS-RUN-DATE  PICTURE X(08).
           01      WS-RUN-TIME  PICTURE X(08).
      *--  THE GENERATION BEING POSTED, OFF THE TAPE HEADER.
           01      TAPE-IDENTITY.
             02    SAVED-PARTNER-ID   PICTURE X(04)  VALUE  SPACES.
             02    SAVED-TAPE-DATE    PICTURE X(08)  VALUE  SPACES.
      *--  WHAT THE TAPE LEDGER SAYS ABOUT THE GENERATION - ONLY A
      *--  GENERATION COMP3004 HAS VERIFIED IS POSTED, AND ONLY
      *--  ONCE.
           01      LEDGER-HISTORY.
             02    LH-ON-LEDGER-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  LH-ON-LEDGER                          VALUE  'Y'.
             02    LH-VERIFIED-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  LH-WAS-VERIFIED                       VALUE  'Y'.
             02    LH-JOURNALED-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  LH-ALREADY-JOURNALED                  VALUE  'Y'.
             02    LH-JOURNALED-DATE     PICTURE X(08)  VALUE  SPACES.
      *--  EVERY ACCOUNT RANGE ON THE MAPPING FILE, AND THE CLEARING
      *--  ACCOUNT OF THE PARTNER BEING POSTED.
           01      GL-MAP-TABLE.
             02    MAP-COUNT          PICTURE 9(05)  COMP  VALUE  0.
             02    MAP-ENTRY          OCCURS  2000.
               03  MP-LOW-ACCOUNT     PICTURE 9(10).
               03  MP-HIGH-ACCOUNT    PICTURE 9(10).
               03  MP-GL-CODE         PICTURE X(10).
               03  MP-DESCRIPTION     PICTURE X(15).
           01      CLEARING-MAP.
             02    CL-GL-CODE         PICTURE X(10)  VALUE  SPACES.
             02    CL-DESCRIPTION     PICTURE X(15)  VALUE  SPACES.
           01      TABLE-CONTROL.
             02    MP-INDEX           PICTURE 9(05)  COMP.
             02    MP-MATCH-INDEX     PICTURE 9(05)  COMP.
               88  NO-MAPPING-FOUND                     VALUE  0.
             02    FIND-ACCOUNT       PICTURE 9(10).
             02    NEW-LOW-ACCOUNT    PICTURE 9(10).
             02    NEW-HIGH-ACCOUNT   PICTURE 9(10).
      *--  THE ENTRY BEING WRITTEN TO THE JOURNAL.
           01      ENTRY-WORK.
             02    EW-GL-CODE         PICTURE X(10).
             02    EW-DR-CR           PICTURE X(01).
               88  EW-DEBIT                             VALUE  'D'.
               88  EW-CREDIT                            VALUE  'C'.
             02    EW-AMOUNT          PICTURE 9(13).
             02    EW-REFERENCE       PICTURE X(10).
             02    EW-DESCRIPTION     PICTURE X(20).
      *--  COUNTS AND CONTROL TOTALS.  THE SETTLEMENT TOTALS ARE
      *--  TAKEN AS SETTLSUM IS READ, THE ENTRY TOTALS AS THE
      *--  JOURNAL IS WRITTEN - THE CROSS-FOOT PROVES THEY AGREE.
           01      COUNTERS.
             02    MAP-READ-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    TAPE-CUST-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    TAPE-BAD-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    SUMMARY-READ-COUNT    PICTURE 9(09)  COMP  VALUE  0.
             02    BAD-AMOUNT-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    ZERO-NET-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    UNMAPPED-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    JOURNAL-LINE-COUNT    PICTURE 9(07)  COMP  VALUE  0.
             02    SUMMARY-TXN-TOTAL     PICTURE 9(13)  COMP  VALUE  0.
             02    TAPE-CUST-NET         PICTURE S9(15) COMP  VALUE  0.
             02    SETTLE-DEBIT-TOTAL    PICTURE 9(15)  COMP  VALUE  0.
             02    SETTLE-CREDIT-TOTAL   PICTURE 9(15)  COMP  VALUE  0.
             02    SETTLE-NET-TOTAL      PICTURE S9(15) COMP  VALUE  0.
             02    ENTRY-DEBIT-TOTAL     PICTURE 9(15)  COMP  VALUE  0.
             02    ENTRY-CREDIT-TOTAL    PICTURE 9(15)  COMP  VALUE  0.
             02    JOURNAL-DEBIT-TOTAL   PICTURE 9(15)  COMP  VALUE  0.
             02    JOURNAL-CREDIT-TOTAL  PICTURE 9(15)  COMP  VALUE  0.
             02    CLEARING-NET          PICTURE S9(15) COMP  VALUE  0.
             02    AMOUNT-WORK           PICTURE 9(15)  COMP.
      *--  ONE PRINT LINE PER JOURNAL ENTRY, OR PER SETTLED ACCOUNT
      *--  THAT COULD NOT BE JOURNALED.
           01      DETAIL-LINE.
             02    DL-LINE          PICTURE ZZZZZZ9.
             02    DL-FILL1         PICTURE X(02).
             02    DL-REFERENCE     PICTURE X(10).
             02    DL-FILL2         PICTURE X(02).
             02    DL-GL-CODE       PICTURE X(10).
             02    DL-FILL3         PICTURE X(02).
             02    DL-DEBIT         PICTURE ZZZZZZZZZZZZ9.
             02    DL-FILL4         PICTURE X(02).
             02    DL-CREDIT        PICTURE ZZZZZZZZZZZZ9.
             02    DL-FILL5         PICTURE X(02).
             02    DL-NOTE          PICTURE X(30).
             02    FILLER           PICTURE X(39).
      *--  COLUMN HEADINGS, TOTAL AND CROSS-FOOT LINES.
           01      COLUMN-HEADING-LINE.
             02    FILLER           PICTURE X(07)
                                     VALUE  '   LINE'.
             02    FILLER           PICTURE X(02)  VALUE  SPACES.
             02    FILLER           PICTURE X(10)
                                     VALUE  'REFERENCE '.
             02    FILLER           PICTURE X(02)  VALUE  SPACES.
             02    FILLER           PICTURE X(10)
                                     VALUE  'GL CODE   '.
             02    FILLER           PICTURE X(02)  VALUE  SPACES.
             02    FILLER           PICTURE X(13)
                                     VALUE  '        DEBIT'.
             02    FILLER           PICTURE X(02)  VALUE  SPACES.
             02    FILLER           PICTURE X(13)
                                     VALUE  '       CREDIT'.
             02    FILLER           PICTURE X(02)  VALUE  SPACES.
             02    FILLER           PICTURE X(30)
                                     VALUE  'NOTE'.
             02    FILLER           PICTURE X(39)  VALUE  SPACES.
           01      TOTAL-LINE.
             02    TT-LABEL         PICTURE X(23).
             02    TT-DEBIT         PICTURE ZZZZZZZZZZZZZZ9.
             02    TT-FILL1         PICTURE X(02).
             02    TT-CREDIT        PICTURE ZZZZZZZZZZZZZZ9.
             02    FILLER           PICTURE X(77).
           01      FOOT-LINE.
             02    FL-LABEL         PICTURE X(36).
             02    FL-LEFT          PICTURE +9(15).
             02    FL-VS            PICTURE X(04).
             02    FL-RIGHT         PICTURE +9(15).
             02    FL-FILL1         PICTURE X(02).
             02    FL-RESULT        PICTURE X(09).
             02    FILLER           PICTURE X(49).
      *--  REPORT HEADING AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(30).
             02    RH-PARTNER       PICTURE X(04).
             02    RH-FILL1         PICTURE X(07).
             02    RH-TAPE-DATE     PICTURE X(08).
             02    RH-FILL2         PICTURE X(12).
             02    RH-GL-CODE       PICTURE X(10).
             02    FILLER           PICTURE X(61).
           01      REPORT-SUMMARY-LINE.
             02    RS-LABEL         PICTURE X(30).
             02    RS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(93).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-RUN-TIME  FROM  TIME.
      *--  THE SETTLED GENERATION NAMES THE BATCH AND GIVES THE
      *--  CUSTOMER NET SETTLSUM MUST ADD BACK UP TO.
           PERFORM  SCAN-TAPE-S  THRU  SCAN-TAPE-E.
      *--  THE GENERATION MUST HAVE BEEN VERIFIED AND MUST NOT HAVE
      *--  BEEN JOURNALED BEFORE - A SECOND POSTING WOULD DOUBLE
      *--  EVERY AMOUNT IN THE GENERAL LEDGER.
           PERFORM  FIND-LEDGER-HISTORY-S  THRU  FIND-LEDGER-HISTORY-E.
           IF  NOT LH-ON-LEDGER
               DISPLAY  'COMP3019 - PARTNER '  SAVED-PARTNER-ID
                        ' TAPE '  SAVED-TAPE-DATE
                        ' IS NOT ON THE TAPE LEDGER'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  NOT LH-WAS-VERIFIED
               DISPLAY  'COMP3019 - PARTNER '  SAVED-PARTNER-ID
                        ' TAPE '  SAVED-TAPE-DATE
                        ' WAS NEVER VERIFIED - NOT JOURNALED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  LH-ALREADY-JOURNALED
               DISPLAY  'COMP3019 - PARTNER '  SAVED-PARTNER-ID
                        ' TAPE '  SAVED-TAPE-DATE
                        ' WAS ALREADY JOURNALED ON '  LH-JOURNALED-DATE
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE WHOLE MAPPING FILE IS LOADED AND CHECKED BEFORE ANY
      *--  ENTRY IS WRITTEN.
           PERFORM  LOAD-GL-MAP-S  THRU  LOAD-GL-MAP-E.
           IF  CL-GL-CODE  =  SPACES
               DISPLAY  'COMP3019 - NO CLEARING ACCOUNT ON THE GL MAP '
                        'FOR PARTNER '  SAVED-PARTNER-ID
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  FILE OPENS.
           OPEN  OUTPUT  JOURNAL-FILE.
           IF  NOT WS-JOURNAL-OK
               DISPLAY  'COMP3019 - JOURNAL FILE OPEN FAILED, STATUS ='
                        WS-JOURNAL-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3019 - REPORT FILE OPEN FAILED, STATUS = '
                        WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
           PERFORM  WRITE-BATCH-HEADER-S  THRU  WRITE-BATCH-HEADER-E.
      *--  DEBITS FIRST, THEN CREDITS, THEN THE ENTRY THAT BRINGS
      *--  THE BATCH TO ZERO AGAINST THE PARTNER'S CLEARING ACCOUNT.
           SET  DEBIT-PASS  TO  TRUE.
           PERFORM  JOURNAL-PASS-S  THRU  JOURNAL-PASS-E.
           SET  CREDIT-PASS  TO  TRUE.
           PERFORM  JOURNAL-PASS-S  THRU  JOURNAL-PASS-E.
           PERFORM  WRITE-BALANCING-ENTRY-S
                    THRU  WRITE-BALANCING-ENTRY-E.
           PERFORM  WRITE-BATCH-TRAILER-S  THRU  WRITE-BATCH-TRAILER-E.
           CLOSE  JOURNAL-FILE.
      *--  PROVE THE BATCH AND PRINT THE FOOTINGS.
           PERFORM  WRITE-JOURNAL-TOTAL-S  THRU  WRITE-JOURNAL-TOTAL-E.
           PERFORM  WRITE-CROSS-FOOT-S     THRU  WRITE-CROSS-FOOT-E.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
           CLOSE  REPORT-FILE.
           DISPLAY  'COMP3019 - SETTLED ACCOUNTS READ: '
                    SUMMARY-READ-COUNT.
           DISPLAY  'COMP3019 - JOURNAL ENTRIES:       '
                    JOURNAL-LINE-COUNT.
           DISPLAY  'COMP3019 - ACCOUNTS WITH NO GL CODE: '
                    UNMAPPED-COUNT.
      *--  A BATCH THAT DOES NOT NET TO ZERO, DOES NOT CROSS-FOOT TO
      *--  THE SETTLEMENT, OR LEFT AN ACCOUNT OUT MUST NOT BE POSTED
      *--  - RC=8, AND THE GENERATION IS NOT STAMPED, SO THE RUN CAN
      *--  BE REPEATED ONCE THE MAP OR THE SETTLEMENT IS PUT RIGHT.
           IF  JOURNAL-MISMATCH
               OR  BAD-AMOUNT-COUNT  >  0
               OR  UNMAPPED-COUNT  >  0
               DISPLAY  'COMP3019 - JOURNAL DOES NOT PROVE OUT - DO '
                        'NOT POST IT'
               MOVE  8  TO  RETURN-CODE
           ELSE
               PERFORM  WRITE-TAPE-LEDGER-S  THRU  WRITE-TAPE-LEDGER-E
           END-IF.
        MAIN-E.
           STOP RUN.

        SCAN-TAPE       SECTION.
        SCAN-TAPE-S.
           OPEN  INPUT  IN-TP.
           IF  NOT WS-IN-TP-OK
               DISPLAY  'COMP3019 - IN-TP OPEN FAILED, STATUS = '
                        WS-IN-TP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE HEADER MUST LEAD THE TAPE - WITHOUT IT THERE IS NO
      *--  SAYING WHICH GENERATION IS BEING POSTED.
           PERFORM  READ-TP-S  THRU  READ-TP-E.
           IF  END-OF-TAPE  OR  NOT HDR-REC
               DISPLAY  'COMP3019 - OUTTP DOES NOT START WITH A '
                        'HEADER RECORD'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  HDR-PARTNER-ID  TO  SAVED-PARTNER-ID.
           MOVE  HDR-RUN-DATE    TO  SAVED-TAPE-DATE.
           PERFORM  READ-TP-S  THRU  READ-TP-E.
           PERFORM  TALLY-ONE-RECORD-S  THRU  TALLY-ONE-RECORD-E
                    UNTIL  END-OF-TAPE.
           CLOSE  IN-TP.
           IF  TAPE-BAD-COUNT  >  0
               DISPLAY  'COMP3019 - '  TAPE-BAD-COUNT
                        ' CUSTOMER DETAILS ON OUTTP HAVE BAD AMOUNTS'
               SET  JOURNAL-MISMATCH  TO  TRUE
           END-IF.
        SCAN-TAPE-E.
           EXIT.

        READ-TP         SECTION.
        READ-TP-S.
           READ  IN-TP
               AT END  SET  END-OF-TAPE  TO  TRUE
           END-READ.
        READ-TP-E.
           EXIT.

        TALLY-ONE-RECORD        SECTION.
        TALLY-ONE-RECORD-S.
      *--  ONLY THE CUSTOMER DETAILS REACH SETTLSUM - THE SAME
      *--  GUARD COMP3013 PUTS ON THE PACKED AMOUNT.
           IF  NOT CUST-REC
               GO TO  TALLY-ONE-RECORD-X
           END-IF.
           IF  CUST-ACCOUNT  NOT NUMERIC
               OR  CUST-AMOUNT  NOT NUMERIC
               ADD  1  TO  TAPE-BAD-COUNT
               GO TO  TALLY-ONE-RECORD-X
           END-IF.
           ADD  1            TO  TAPE-CUST-COUNT.
           ADD  CUST-AMOUNT  TO  TAPE-CUST-NET.
        TALLY-ONE-RECORD-X.
           PERFORM  READ-TP-S  THRU  READ-TP-E.
        TALLY-ONE-RECORD-E.
           EXIT.

        FIND-LEDGER-HISTORY     SECTION.
        FIND-LEDGER-HISTORY-S.
           OPEN  INPUT  TAPE-LEDGER.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3019 - TAPE LEDGER OPEN FAILED, STATUS ='
                        WS-LEDGER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  SCAN-ONE-LEDGER-S  THRU  SCAN-ONE-LEDGER-E
                    UNTIL  END-OF-LEDGER.
           CLOSE  TAPE-LEDGER.
        FIND-LEDGER-HISTORY-E.
           EXIT.

        SCAN-ONE-LEDGER SECTION.
        SCAN-ONE-LEDGER-S.
           READ  TAPE-LEDGER
               AT END  SET  END-OF-LEDGER  TO  TRUE
           END-READ.
           IF  END-OF-LEDGER
               GO TO  SCAN-ONE-LEDGER-E
           END-IF.
           IF  TL-PARTNER-ID  NOT =  SAVED-PARTNER-ID
               OR  TL-TAPE-DATE  NOT =  SAVED-TAPE-DATE
               GO TO  SCAN-ONE-LEDGER-E
           END-IF.
           SET  LH-ON-LEDGER  TO  TRUE.
           IF  TL-VERIFIED
               SET  LH-WAS-VERIFIED  TO  TRUE
           END-IF.
           IF  TL-JOURNALED
               SET  LH-ALREADY-JOURNALED  TO  TRUE
               MOVE  TL-STAMP-DATE  TO  LH-JOURNALED-DATE
           END-IF.
        SCAN-ONE-LEDGER-E.
           EXIT.

        LOAD-GL-MAP     SECTION.
        LOAD-GL-MAP-S.
           OPEN  INPUT  GL-MAP-FILE.
           IF  NOT WS-GL-MAP-OK
               DISPLAY  'COMP3019 - GL MAP OPEN FAILED, STATUS = '
                        WS-GL-MAP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  LOAD-ONE-MAPPING-S  THRU  LOAD-ONE-MAPPING-E
                    UNTIL  END-OF-MAP.
           CLOSE  GL-MAP-FILE.
        LOAD-GL-MAP-E.
           EXIT.

        LOAD-ONE-MAPPING        SECTION.
        LOAD-ONE-MAPPING-S.
           READ  GL-MAP-FILE
               AT END  SET  END-OF-MAP  TO  TRUE
           END-READ.
           IF  END-OF-MAP
               GO TO  LOAD-ONE-MAPPING-E
           END-IF.
           ADD  1  TO  MAP-READ-COUNT.
           IF  GM-GL-CODE  =  SPACES
               DISPLAY  'COMP3019 - GL MAP RECORD '  MAP-READ-COUNT
                        ' HAS NO GL CODE: '  GL-MAP-REC
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE  TRUE
               WHEN  GM-ACCOUNT-MAP
                   PERFORM  ADD-ACCOUNT-MAPPING-S
                            THRU  ADD-ACCOUNT-MAPPING-E
               WHEN  GM-CLEARING-MAP
                   PERFORM  ADD-CLEARING-MAPPING-S
                            THRU  ADD-CLEARING-MAPPING-E
               WHEN  OTHER
                   DISPLAY  'COMP3019 - GL MAP RECORD '  MAP-READ-COUNT
                            ' IS NOT TYPE A OR C: '  GL-MAP-REC
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
           END-EVALUATE.
        LOAD-ONE-MAPPING-E.
           EXIT.

        ADD-ACCOUNT-MAPPING     SECTION.
        ADD-ACCOUNT-MAPPING-S.
      *--  A BLANK OR ZERO HIGH ACCOUNT MAPS THE LOW ACCOUNT ALONE.
           IF  GM-LOW-ACCOUNT  NOT NUMERIC
               DISPLAY  'COMP3019 - GL MAP RECORD '  MAP-READ-COUNT
                        ' LOW ACCOUNT IS NOT NUMERIC: '  GL-MAP-REC
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  GM-LOW-ACCOUNT  TO  NEW-LOW-ACCOUNT.
           IF  GM-HIGH-ACCOUNT-X  =  SPACES
               MOVE  GM-LOW-ACCOUNT  TO  NEW-HIGH-ACCOUNT
           ELSE
               IF  GM-HIGH-ACCOUNT  NOT NUMERIC
                   DISPLAY  'COMP3019 - GL MAP RECORD '  MAP-READ-COUNT
                            ' HIGH ACCOUNT IS NOT NUMERIC: '
                            GL-MAP-REC
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               MOVE  GM-HIGH-ACCOUNT  TO  NEW-HIGH-ACCOUNT
               IF  NEW-HIGH-ACCOUNT  =  0
                   MOVE  GM-LOW-ACCOUNT  TO  NEW-HIGH-ACCOUNT
               END-IF
           END-IF.
           IF  NEW-HIGH-ACCOUNT  <  NEW-LOW-ACCOUNT
               DISPLAY  'COMP3019 - GL MAP RECORD '  MAP-READ-COUNT
                        ' HIGH ACCOUNT IS BELOW LOW: '  GL-MAP-REC
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  NO ACCOUNT MAY FALL IN TWO RANGES - IT WOULD POST TO
      *--  WHICHEVER CODE HAPPENED TO BE LOADED FIRST.
           MOVE  0  TO  MP-MATCH-INDEX.
           PERFORM  CHECK-ONE-OVERLAP-S  THRU  CHECK-ONE-OVERLAP-E
                    VARYING  MP-INDEX  FROM  1  BY  1
                    UNTIL  MP-INDEX  >  MAP-COUNT
                       OR  MP-MATCH-INDEX  >  0.
           IF  NOT NO-MAPPING-FOUND
               DISPLAY  'COMP3019 - GL MAP RECORD '  MAP-READ-COUNT
                        ' OVERLAPS THE RANGE '
                        MP-LOW-ACCOUNT (MP-MATCH-INDEX)  '-'
                        MP-HIGH-ACCOUNT (MP-MATCH-INDEX)
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  MAP-COUNT  >=  2000
               DISPLAY  'COMP3019 - MORE THAN 2000 ACCOUNT RANGES ON '
                        'THE GL MAP'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  MAP-COUNT.
           MOVE  NEW-LOW-ACCOUNT   TO  MP-LOW-ACCOUNT (MAP-COUNT).
           MOVE  NEW-HIGH-ACCOUNT  TO  MP-HIGH-ACCOUNT (MAP-COUNT).
           MOVE  GM-GL-CODE        TO  MP-GL-CODE (MAP-COUNT).
           MOVE  GM-DESCRIPTION    TO  MP-DESCRIPTION (MAP-COUNT).
        ADD-ACCOUNT-MAPPING-E.
           EXIT.

        CHECK-ONE-OVERLAP       SECTION.
        CHECK-ONE-OVERLAP-S.
           IF  NEW-LOW-ACCOUNT  NOT >  MP-HIGH-ACCOUNT (MP-INDEX)
               AND  NEW-HIGH-ACCOUNT  NOT <  MP-LOW-ACCOUNT (MP-INDEX)
               MOVE  MP-INDEX  TO  MP-MATCH-INDEX
           END-IF.
        CHECK-ONE-OVERLAP-E.
           EXIT.

        ADD-CLEARING-MAPPING    SECTION.
        ADD-CLEARING-MAPPING-S.
           IF  GM-PARTNER-ID  =  SPACES
               DISPLAY  'COMP3019 - GL MAP RECORD '  MAP-READ-COUNT
                        ' CLEARING ACCOUNT HAS NO PARTNER: '
                        GL-MAP-REC
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  ONLY THE PARTNER BEING POSTED NEEDS ITS CLEARING ACCOUNT
      *--  - BUT IT MAY HAVE ONLY ONE.
           IF  GM-PARTNER-ID  NOT =  SAVED-PARTNER-ID
               GO TO  ADD-CLEARING-MAPPING-E
           END-IF.
           IF  CL-GL-CODE  NOT =  SPACES
               DISPLAY  'COMP3019 - GL MAP RECORD '  MAP-READ-COUNT
                        ' IS A SECOND CLEARING ACCOUNT FOR PARTNER '
                        GM-PARTNER-ID
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  GM-GL-CODE      TO  CL-GL-CODE.
           MOVE  GM-DESCRIPTION  TO  CL-DESCRIPTION.
        ADD-CLEARING-MAPPING-E.
           EXIT.

        FIND-MAPPING    SECTION.
        FIND-MAPPING-S.
      *--  HUNT THE MAP FOR THE RANGE HOLDING FIND-ACCOUNT.
           MOVE  0  TO  MP-MATCH-INDEX.
           PERFORM  MATCH-ONE-MAPPING-S  THRU  MATCH-ONE-MAPPING-E
                    VARYING  MP-INDEX  FROM  1  BY  1
                    UNTIL  MP-INDEX  >  MAP-COUNT
                       OR  MP-MATCH-INDEX  >  0.
        FIND-MAPPING-E.
           EXIT.

        MATCH-ONE-MAPPING       SECTION.
        MATCH-ONE-MAPPING-S.
           IF  FIND-ACCOUNT  NOT <  MP-LOW-ACCOUNT (MP-INDEX)
               AND  FIND-ACCOUNT  NOT >  MP-HIGH-ACCOUNT (MP-INDEX)
               MOVE  MP-INDEX  TO  MP-MATCH-INDEX
           END-IF.
        MATCH-ONE-MAPPING-E.
           EXIT.

        JOURNAL-PASS    SECTION.
        JOURNAL-PASS-S.
           OPEN  INPUT  SUMMARY-FILE.
           IF  NOT WS-SUMMARY-OK
               DISPLAY  'COMP3019 - SETTLSUM OPEN FAILED, STATUS = '
                        WS-SUMMARY-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  'N'  TO  SUMMARY-EOF-SWITCH.
           PERFORM  READ-SUMMARY-S  THRU  READ-SUMMARY-E.
           PERFORM  JOURNAL-ONE-ACCOUNT-S  THRU  JOURNAL-ONE-ACCOUNT-E
                    UNTIL  END-OF-SUMMARY.
           CLOSE  SUMMARY-FILE.
        JOURNAL-PASS-E.
           EXIT.

        READ-SUMMARY    SECTION.
        READ-SUMMARY-S.
           READ  SUMMARY-FILE
               AT END  SET  END-OF-SUMMARY  TO  TRUE
           END-READ.
           IF  NOT END-OF-SUMMARY  AND  DEBIT-PASS
               ADD  1  TO  SUMMARY-READ-COUNT
           END-IF.
        READ-SUMMARY-E.
           EXIT.

        JOURNAL-ONE-ACCOUNT     SECTION.
        JOURNAL-ONE-ACCOUNT-S.
      *--  A RECORD THAT CANNOT BE ADDED IS LISTED ONCE, ON THE
      *--  DEBIT PASS, AND NEVER JOURNALED.
           IF  SS-ACCOUNT  NOT NUMERIC
               OR  SS-TXN-COUNT  NOT NUMERIC
               OR  SS-NET-AMOUNT  NOT NUMERIC
               IF  DEBIT-PASS
                   ADD  1  TO  BAD-AMOUNT-COUNT
                   MOVE  SPACES                TO  DETAIL-LINE
                   MOVE  SETTLE-SUMMARY-REC (1:10)  TO  DL-REFERENCE
                   MOVE  'SETTLSUM RECORD NOT NUMERIC'  TO  DL-NOTE
                   WRITE  REPORT-REC  FROM  DETAIL-LINE
                   PERFORM  CHECK-REPORT-STATUS-S
                            THRU  CHECK-REPORT-STATUS-E
               END-IF
               GO TO  JOURNAL-ONE-ACCOUNT-X
           END-IF.
      *--  THE SETTLEMENT TOTALS ARE TAKEN ON THE DEBIT PASS, THE
      *--  SAME WAY COMP3013 FOOTS ITS SHEET - A POSITIVE NET IS A
      *--  DEBIT, A NEGATIVE NET A CREDIT.
           IF  DEBIT-PASS
               ADD  SS-TXN-COUNT   TO  SUMMARY-TXN-TOTAL
               ADD  SS-NET-AMOUNT  TO  SETTLE-NET-TOTAL
               IF  SS-NET-AMOUNT  <  0
                   SUBTRACT  SS-NET-AMOUNT  FROM  0
                             GIVING  AMOUNT-WORK
                   ADD  AMOUNT-WORK  TO  SETTLE-CREDIT-TOTAL
               ELSE
                   ADD  SS-NET-AMOUNT  TO  SETTLE-DEBIT-TOTAL
               END-IF
               IF  SS-NET-AMOUNT  =  0
                   ADD  1  TO  ZERO-NET-COUNT
               END-IF
           END-IF.
      *--  A NET OF ZERO HAS NOTHING TO POST; EACH PASS TAKES ONLY
      *--  ITS OWN SIDE.
           IF  SS-NET-AMOUNT  =  0
               GO TO  JOURNAL-ONE-ACCOUNT-X
           END-IF.
           IF  DEBIT-PASS  AND  SS-NET-AMOUNT  <  0
               GO TO  JOURNAL-ONE-ACCOUNT-X
           END-IF.
           IF  CREDIT-PASS  AND  SS-NET-AMOUNT  >  0
               GO TO  JOURNAL-ONE-ACCOUNT-X
           END-IF.
           IF  SS-NET-AMOUNT  <  0
               SUBTRACT  SS-NET-AMOUNT  FROM  0  GIVING  EW-AMOUNT
           ELSE
               MOVE  SS-NET-AMOUNT  TO  EW-AMOUNT
           END-IF.
      *--  AN ACCOUNT THE MAP DOES NOT COVER IS LISTED AND LEFT OUT
      *--  - THE CROSS-FOOT THEN FAILS, SO THE BATCH IS NOT POSTED.
           MOVE  SS-ACCOUNT  TO  FIND-ACCOUNT.
           PERFORM  FIND-MAPPING-S  THRU  FIND-MAPPING-E.
           IF  NO-MAPPING-FOUND
               ADD  1  TO  UNMAPPED-COUNT
               MOVE  SPACES                    TO  DETAIL-LINE
               MOVE  SS-ACCOUNT                TO  DL-REFERENCE
               IF  DEBIT-PASS
                   MOVE  EW-AMOUNT             TO  DL-DEBIT
               ELSE
                   MOVE  EW-AMOUNT             TO  DL-CREDIT
               END-IF
               MOVE  'NO GL CODE - NOT JOURNALED'  TO  DL-NOTE
               WRITE  REPORT-REC  FROM  DETAIL-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
               GO TO  JOURNAL-ONE-ACCOUNT-X
           END-IF.
           MOVE  MP-GL-CODE (MP-MATCH-INDEX)      TO  EW-GL-CODE.
           MOVE  SS-ACCOUNT                       TO  EW-REFERENCE.
           MOVE  MP-DESCRIPTION (MP-MATCH-INDEX)  TO  EW-DESCRIPTION.
           IF  DEBIT-PASS
               SET  EW-DEBIT  TO  TRUE
               ADD  EW-AMOUNT  TO  ENTRY-DEBIT-TOTAL
           ELSE
               SET  EW-CREDIT  TO  TRUE
               ADD  EW-AMOUNT  TO  ENTRY-CREDIT-TOTAL
           END-IF.
           PERFORM  WRITE-JOURNAL-ENTRY-S  THRU  WRITE-JOURNAL-ENTRY-E.
        JOURNAL-ONE-ACCOUNT-X.
           PERFORM  READ-SUMMARY-S  THRU  READ-SUMMARY-E.
        JOURNAL-ONE-ACCOUNT-E.
           EXIT.

        WRITE-BALANCING-ENTRY   SECTION.
        WRITE-BALANCING-ENTRY-S.
      *--  THE CLEARING ACCOUNT TAKES WHATEVER SIDE IS SHORT - A
      *--  BATCH WHOSE ACCOUNTS ALREADY NET TO ZERO NEEDS NO
      *--  BALANCING ENTRY.
           IF  JOURNAL-DEBIT-TOTAL  =  JOURNAL-CREDIT-TOTAL
               GO TO  WRITE-BALANCING-ENTRY-E
           END-IF.
           IF  JOURNAL-DEBIT-TOTAL  >  JOURNAL-CREDIT-TOTAL
               SUBTRACT  JOURNAL-CREDIT-TOTAL  FROM  JOURNAL-DEBIT-TOTAL
                         GIVING  AMOUNT-WORK
               SET  EW-CREDIT  TO  TRUE
               MOVE  AMOUNT-WORK  TO  CLEARING-NET
           ELSE
               SUBTRACT  JOURNAL-DEBIT-TOTAL  FROM  JOURNAL-CREDIT-TOTAL
                         GIVING  AMOUNT-WORK
               SET  EW-DEBIT  TO  TRUE
               SUBTRACT  AMOUNT-WORK  FROM  0  GIVING  CLEARING-NET
           END-IF.
           MOVE  AMOUNT-WORK     TO  EW-AMOUNT.
           MOVE  CL-GL-CODE      TO  EW-GL-CODE.
           MOVE  'CLEARING'      TO  EW-REFERENCE.
           MOVE  CL-DESCRIPTION  TO  EW-DESCRIPTION.
           PERFORM  WRITE-JOURNAL-ENTRY-S  THRU  WRITE-JOURNAL-ENTRY-E.
        WRITE-BALANCING-ENTRY-E.
           EXIT.

        WRITE-JOURNAL-ENTRY     SECTION.
        WRITE-JOURNAL-ENTRY-S.
      *--  ONE ENTRY ON THE JOURNAL AND ONE LINE ON THE LISTING.
           ADD  1  TO  JOURNAL-LINE-COUNT.
           MOVE  SPACES              TO  GL-JOURNAL-REC.
           SET  GJ-ENTRY             TO  TRUE.
           MOVE  SAVED-PARTNER-ID    TO  GJ-PARTNER-ID.
           MOVE  SAVED-TAPE-DATE     TO  GJ-TAPE-DATE.
           MOVE  JOURNAL-LINE-COUNT  TO  GJE-LINE-NUMBER.
           MOVE  EW-GL-CODE          TO  GJE-GL-CODE.
           MOVE  EW-DR-CR            TO  GJE-DR-CR.
           MOVE  EW-AMOUNT           TO  GJE-AMOUNT.
           MOVE  EW-REFERENCE        TO  GJE-REFERENCE.
           MOVE  EW-DESCRIPTION      TO  GJE-DESCRIPTION.
           PERFORM  WRITE-JOURNAL-REC-S  THRU  WRITE-JOURNAL-REC-E.
           MOVE  SPACES              TO  DETAIL-LINE.
           MOVE  JOURNAL-LINE-COUNT  TO  DL-LINE.
           MOVE  EW-REFERENCE        TO  DL-REFERENCE.
           MOVE  EW-GL-CODE          TO  DL-GL-CODE.
           IF  EW-DEBIT
               MOVE  EW-AMOUNT  TO  DL-DEBIT
               ADD  EW-AMOUNT   TO  JOURNAL-DEBIT-TOTAL
           ELSE
               MOVE  EW-AMOUNT  TO  DL-CREDIT
               ADD  EW-AMOUNT   TO  JOURNAL-CREDIT-TOTAL
           END-IF.
           MOVE  EW-DESCRIPTION      TO  DL-NOTE.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-JOURNAL-ENTRY-E.
           EXIT.

        WRITE-BATCH-HEADER      SECTION.
        WRITE-BATCH-HEADER-S.
           MOVE  SPACES             TO  GL-JOURNAL-REC.
           SET  GJ-BATCH-HDR        TO  TRUE.
           MOVE  SAVED-PARTNER-ID   TO  GJ-PARTNER-ID.
           MOVE  SAVED-TAPE-DATE    TO  GJ-TAPE-DATE.
           MOVE  'COMP3019'         TO  GJH-SOURCE.
           MOVE  SAVED-TAPE-DATE    TO  GJH-POSTING-DATE.
           MOVE  WS-RUN-DATE        TO  GJH-BUILT-DATE.
           MOVE  WS-RUN-TIME (1:6)  TO  GJH-BUILT-TIME.
           MOVE  'JPY'              TO  GJH-CURRENCY.
           PERFORM  WRITE-JOURNAL-REC-S  THRU  WRITE-JOURNAL-REC-E.
        WRITE-BATCH-HEADER-E.
           EXIT.

        WRITE-BATCH-TRAILER     SECTION.
        WRITE-BATCH-TRAILER-S.
           MOVE  SPACES                TO  GL-JOURNAL-REC.
           SET  GJ-BATCH-TRL           TO  TRUE.
           MOVE  SAVED-PARTNER-ID      TO  GJ-PARTNER-ID.
           MOVE  SAVED-TAPE-DATE       TO  GJ-TAPE-DATE.
           MOVE  JOURNAL-LINE-COUNT    TO  GJT-ENTRY-COUNT.
           MOVE  JOURNAL-DEBIT-TOTAL   TO  GJT-DEBIT-TOTAL.
           MOVE  JOURNAL-CREDIT-TOTAL  TO  GJT-CREDIT-TOTAL.
           MOVE  SETTLE-NET-TOTAL      TO  GJT-SETTLE-NET.
           PERFORM  WRITE-JOURNAL-REC-S  THRU  WRITE-JOURNAL-REC-E.
        WRITE-BATCH-TRAILER-E.
           EXIT.

        WRITE-JOURNAL-REC       SECTION.
        WRITE-JOURNAL-REC-S.
           WRITE  GL-JOURNAL-REC.
           IF  NOT WS-JOURNAL-OK
               DISPLAY  'COMP3019 - JOURNAL FILE WRITE FAILED, '
                        'STATUS = '  WS-JOURNAL-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        WRITE-JOURNAL-REC-E.
           EXIT.

        WRITE-TAPE-LEDGER       SECTION.
        WRITE-TAPE-LEDGER-S.
      *--  THE LEDGER ENTRY IS WHAT STOPS THE SAME GENERATION BEING
      *--  POSTED TWICE - IF IT CANNOT BE WRITTEN THE JOURNAL IS
      *--  ALREADY BUILT, SO THE RUN ENDS RC=16 AND MUST NOT SIMPLY
      *--  BE RESUBMITTED.
           OPEN  EXTEND  TAPE-LEDGER.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3019 - TAPE LEDGER OPEN FAILED, STATUS ='
                        WS-LEDGER-STATUS  ' - JOURNAL BUILT BUT NOT '
                        'LEDGERED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  SPACES             TO  TAPE-LEDGER-REC.
           MOVE  SAVED-PARTNER-ID   TO  TL-PARTNER-ID.
           MOVE  SAVED-TAPE-DATE    TO  TL-TAPE-DATE.
           SET  TL-JOURNALED        TO  TRUE.
           MOVE  WS-RUN-DATE        TO  TL-STAMP-DATE.
           MOVE  WS-RUN-TIME (1:6)  TO  TL-STAMP-TIME.
           MOVE  'COMP3019'         TO  TL-PROGRAM.
           WRITE  TAPE-LEDGER-REC.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3019 - TAPE LEDGER WRITE FAILED, STATUS='
                        WS-LEDGER-STATUS  ' - JOURNAL BUILT BUT NOT '
                        'LEDGERED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE  TAPE-LEDGER.
        WRITE-TAPE-LEDGER-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3019 GL JOURNAL - PARTNER '  TO  RH-LABEL.
           MOVE  SAVED-PARTNER-ID   TO  RH-PARTNER.
           MOVE  '  TAPE '          TO  RH-FILL1.
           MOVE  SAVED-TAPE-DATE    TO  RH-TAPE-DATE.
           MOVE  '  CLEARING  '     TO  RH-FILL2.
           MOVE  CL-GL-CODE         TO  RH-GL-CODE.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           WRITE  REPORT-REC  FROM  COLUMN-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-HEADING-E.
           EXIT.

        WRITE-JOURNAL-TOTAL     SECTION.
        WRITE-JOURNAL-TOTAL-S.
           MOVE  SPACES                  TO  TOTAL-LINE.
           MOVE  'JOURNAL TOTAL'           TO  TT-LABEL.
           MOVE  JOURNAL-DEBIT-TOTAL     TO  TT-DEBIT.
           MOVE  JOURNAL-CREDIT-TOTAL    TO  TT-CREDIT.
           WRITE  REPORT-REC  FROM  TOTAL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                  TO  TOTAL-LINE.
           MOVE  'SETTLEMENT GRAND TOTAL'  TO  TT-LABEL.
           MOVE  SETTLE-DEBIT-TOTAL      TO  TT-DEBIT.
           MOVE  SETTLE-CREDIT-TOTAL     TO  TT-CREDIT.
           WRITE  REPORT-REC  FROM  TOTAL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-JOURNAL-TOTAL-E.
           EXIT.

        WRITE-CROSS-FOOT        SECTION.
        WRITE-CROSS-FOOT-S.
      *--  THE BATCH MUST NET TO ZERO.
           MOVE  SPACES  TO  FOOT-LINE.
           MOVE  'JOURNAL DEBITS VS JOURNAL CREDITS:'  TO  FL-LABEL.
           MOVE  JOURNAL-DEBIT-TOTAL   TO  FL-LEFT.
           MOVE  JOURNAL-CREDIT-TOTAL  TO  FL-RIGHT.
           PERFORM  WRITE-FOOT-LINE-S  THRU  WRITE-FOOT-LINE-E.
      *--  THE ACCOUNT ENTRIES MUST CROSS-FOOT TO THE SETTLEMENT
      *--  GRAND TOTAL, SIDE BY SIDE.
           MOVE  SPACES  TO  FOOT-LINE.
           MOVE  'ACCOUNT DEBITS VS SETTLEMENT DEBITS:'  TO  FL-LABEL.
           MOVE  ENTRY-DEBIT-TOTAL     TO  FL-LEFT.
           MOVE  SETTLE-DEBIT-TOTAL    TO  FL-RIGHT.
           PERFORM  WRITE-FOOT-LINE-S  THRU  WRITE-FOOT-LINE-E.
           MOVE  SPACES  TO  FOOT-LINE.
           MOVE  'ACCOUNT CREDITS VS SETTLE CREDITS:'  TO  FL-LABEL.
           MOVE  ENTRY-CREDIT-TOTAL    TO  FL-LEFT.
           MOVE  SETTLE-CREDIT-TOTAL   TO  FL-RIGHT.
           PERFORM  WRITE-FOOT-LINE-S  THRU  WRITE-FOOT-LINE-E.
      *--  THE CLEARING ENTRY MUST CARRY THE SETTLEMENT NET - A
      *--  CREDIT TO CLEARING FOR A NET DEBIT, AND THE REVERSE.
           MOVE  SPACES  TO  FOOT-LINE.
           MOVE  'CLEARING CREDIT VS SETTLEMENT NET:'  TO  FL-LABEL.
           MOVE  CLEARING-NET          TO  FL-LEFT.
           MOVE  SETTLE-NET-TOTAL      TO  FL-RIGHT.
           PERFORM  WRITE-FOOT-LINE-S  THRU  WRITE-FOOT-LINE-E.
      *--  SETTLSUM MUST BE THE SUMMARY OF THIS GENERATION - ITS NET
      *--  AND TRANSACTION COUNT ARE THE TAPE'S CUSTOMER DETAILS.
           MOVE  SPACES  TO  FOOT-LINE.
           MOVE  'SETTLEMENT NET VS TAPE CUSTOMER NET:'  TO  FL-LABEL.
           MOVE  SETTLE-NET-TOTAL      TO  FL-LEFT.
           MOVE  TAPE-CUST-NET         TO  FL-RIGHT.
           PERFORM  WRITE-FOOT-LINE-S  THRU  WRITE-FOOT-LINE-E.
           MOVE  SPACES  TO  FOOT-LINE.
           MOVE  'SETTLEMENT TXNS VS TAPE DETAILS:'  TO  FL-LABEL.
           MOVE  SUMMARY-TXN-TOTAL     TO  FL-LEFT.
           MOVE  TAPE-CUST-COUNT       TO  FL-RIGHT.
           PERFORM  WRITE-FOOT-LINE-S  THRU  WRITE-FOOT-LINE-E.
        WRITE-CROSS-FOOT-E.
           EXIT.

        WRITE-FOOT-LINE SECTION.
        WRITE-FOOT-LINE-S.
      *--  FL-LEFT AND FL-RIGHT ARE SET BY THE CALLER - EQUAL
      *--  AGREES, ANYTHING ELSE FAILS THE BATCH.
           MOVE  ' VS '  TO  FL-VS.
           IF  FL-LEFT  =  FL-RIGHT
               MOVE  'AGREED   '  TO  FL-RESULT
           ELSE
               MOVE  'MISMATCH '  TO  FL-RESULT
               SET  JOURNAL-MISMATCH  TO  TRUE
           END-IF.
           WRITE  REPORT-REC  FROM  FOOT-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-FOOT-LINE-E.
           EXIT.

        WRITE-REPORT-SUMMARY    SECTION.
        WRITE-REPORT-SUMMARY-S.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'SETTLED ACCOUNTS READ:    '  TO  RS-LABEL.
           MOVE  SUMMARY-READ-COUNT            TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'ZERO NET - NOTHING POSTED:'  TO  RS-LABEL.
           MOVE  ZERO-NET-COUNT                TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'NO GL CODE - NOT POSTED:  '  TO  RS-LABEL.
           MOVE  UNMAPPED-COUNT                TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'BAD SETTLSUM RECORDS:     '  TO  RS-LABEL.
           MOVE  BAD-AMOUNT-COUNT              TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'JOURNAL ENTRIES WRITTEN:  '  TO  RS-LABEL.
           MOVE  JOURNAL-LINE-COUNT            TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

        CHECK-REPORT-STATUS     SECTION.
        CHECK-REPORT-STATUS-S.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3019 - REPORT FILE WRITE FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-REPORT-STATUS-E.
           EXIT.
