      ******************************************************************
      *  OVERVIEW: THIS PGM IS COMPARE THE CORE BANKING SYSTEM'S       *
      *            NIGHTLY ACCOUNT EXTRACT WITH THE CUSTOMER MASTER    *
      *            AND PROPOSE THE ADD, CHANGE (KANA NAME) AND CLOSE   *
      *            TRANSACTIONS THAT BRING THE MASTER BACK IN STEP,    *
      *            IN THE MSTTRAN LAYOUT COMP3010 APPLIES.  PRINTS A   *
      *            DISCREPANCY REPORT OF EVERY TRANSACTION PROPOSED    *
      *            AND WHY, AND AN EXCEPTIONS SECTION FOR THE CONTROL  *
      *            DESK OF WHAT CANNOT BE PUT RIGHT AUTOMATICALLY.     *
      *            MODE=APPLY ALSO ADDS THE TRANSACTIONS TO THAT       *
      *            NIGHT'S MAINTENANCE INPUT.                          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3023.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  CONTROL CARD - MODE=PROPOSE OR MODE=APPLY.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                            FILE STATUS  IS  WS-CONTROL-STATUS.
      *--  THE BANK'S NIGHTLY ACCOUNT EXTRACT, IN ACCOUNT ORDER.
           SELECT  CORE-FILE     ASSIGN  TO  'COREACCT'
                            FILE STATUS  IS  WS-CORE-STATUS.
      *--  CUSTMST IS THE SAME DDNAME COMP3001 OPENS - HERE IT IS
      *--  ONLY READ, IN KEY ORDER, ALONGSIDE THE EXTRACT.
           SELECT  CUST-MASTER   ASSIGN  TO  'CUSTMST'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  SEQUENTIAL
                            RECORD KEY   IS  CM-ACCOUNT
                            FILE STATUS  IS  WS-MASTER-STATUS.
      *--  EVERY TRANSACTION PROPOSED, WHATEVER THE MODE - THE
      *--  CONTROL DESK'S COPY TO REVIEW OR TO FEED BY HAND.
           SELECT  PROPOSAL-FILE ASSIGN  TO  'SYNCTRAN'
                            FILE STATUS  IS  WS-SYNCTRAN-STATUS.
      *--  MSTTRAN IS THE SAME DDNAME COMP3010 READS.  UNDER MODE=APPLY
      *--  THE DESK'S OWN TRANSACTIONS FOR THE NIGHT ARE READ FIRST,
      *--  THEN THE PROPOSED ONES ARE ADDED BEHIND THEM.
           SELECT  TRAN-FILE     ASSIGN  TO  'MSTTRAN'
                            FILE STATUS  IS  WS-TRAN-STATUS.
      *--  PRINTED DISCREPANCY REPORT.
           SELECT  REPORT-FILE   ASSIGN  TO  'SYNCRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  CONTROL CARD INPUT.
           FD      CONTROL-FILE.
           01      CONTROL-CARD          PICTURE X(80).
      *--  CORE ACCOUNT EXTRACT.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/COREACCT.
           FD      CORE-FILE.
           COPY    COREACCT.
      *--  CUSTOMER MASTER.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/CUSTMST.
           FD      CUST-MASTER.
           COPY    CUSTMST.
      *--  PROPOSED AND MAINTENANCE TRANSACTIONS.  RECORD LAYOUT IS
      *--  SHARED - SEE COPYLIB/MSTTRAN (HELD IN WORKING-STORAGE
      *--  BELOW, WHERE EACH TRANSACTION IS BUILT).
           FD      PROPOSAL-FILE.
           01      PROPOSAL-REC          PICTURE X(40).
           FD      TRAN-FILE.
           01      TRAN-REC              PICTURE X(40).
      *--  DISCREPANCY REPORT.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(132).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    CONTROL-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-CONTROL                      VALUE  'Y'.
             02    TRAN-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-TRANS                        VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
           01      WS-CORE-STATUS     PICTURE X(02).
             88    WS-CORE-OK                   VALUE  '00'.
           01      WS-MASTER-STATUS   PICTURE X(02).
             88    WS-MASTER-OK                 VALUE  '00'.
           01      WS-SYNCTRAN-STATUS PICTURE X(02).
             88    WS-SYNCTRAN-OK               VALUE  '00'.
           01      WS-TRAN-STATUS     PICTURE X(02).
             88    WS-TRAN-OK                   VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
      *--  THE TRANSACTION BEING PROPOSED, OR THE DESK'S TRANSACTION
      *--  JUST READ.
           COPY    MSTTRAN.
      *--  MODE CARD AS KEYED ON SYSIN.
           01      MODE-CARD.
             02    MCARD-MODE         PICTURE X(07).
             02    MCARD-REST         PICTURE X(68).
      *--  PROPOSE ONLY (THE DEFAULT), OR ADD THE PROPOSED
      *--  TRANSACTIONS TO TONIGHT'S MSTTRAN AS WELL.
           01      MODE-CONTROL.
             02    MODE-SWITCH        PICTURE X(01)  VALUE  'P'.
               88  PROPOSE-ONLY                      VALUE  'P'.
               88  FEED-MAINTENANCE                  VALUE  'A'.
      *--  THE TWO FILES' CURRENT KEYS FOR THE MATCH.  AN EXHAUSTED
      *--  FILE'S KEY IS HIGH-VALUES, SO THE OTHER RUNS OUT BEHIND IT.
           01      MATCH-CONTROL.
             02    CORE-KEY           PICTURE X(10).
             02    MASTER-KEY         PICTURE X(10).
             02    LAST-CORE-KEY      PICTURE X(10)  VALUE  LOW-VALUES.
      *--  ACCOUNTS THE DESK HAS ALREADY KEYED A TRANSACTION FOR
      *--  TONIGHT - A PROPOSAL FOR ONE OF THEM IS HELD BACK SO THE
      *--  DESK'S OWN TRANSACTION IS THE ONLY ONE COMP3010 APPLIES.
           01      DESK-TABLE.
             02    DESK-COUNT         PICTURE 9(05)  COMP  VALUE  0.
             02    DESK-ACCOUNT       PICTURE 9(10)  OCCURS  2000.
           01      DESK-TABLE-CONTROL.
             02    DT-INDEX           PICTURE 9(05)  COMP.
             02    DT-MATCH-INDEX     PICTURE 9(05)  COMP.
      *--  EXCEPTIONS FOR THE CONTROL DESK, HELD UNTIL THE PROPOSALS
      *--  HAVE BEEN LISTED - EACH WITH ITS REASON AND THE MASTER AND
      *--  CORE RECORDS AS THEY STOOD.
           01      EXCEPTION-TABLE.
             02    EXCEPTION-COUNT    PICTURE 9(05)  COMP  VALUE  0.
             02    EXCEPTION-ENTRY    OCCURS  1000.
               03  XT-ACCOUNT         PICTURE X(10).
               03  XT-REASON          PICTURE X(40).
               03  XT-MASTER-IMAGE    PICTURE X(40).
               03  XT-CORE-IMAGE      PICTURE X(40).
           01      EXCEPTION-TABLE-CONTROL.
             02    XT-INDEX           PICTURE 9(05)  COMP.
      *--  THE REASON AND IMAGES FOR THE LINE IN HAND.
           01      DISCREPANCY-WORK.
             02    DW-ACCOUNT         PICTURE X(10).
             02    DW-REASON          PICTURE X(40).
             02    DW-MASTER-IMAGE    PICTURE X(40).
             02    DW-CORE-IMAGE      PICTURE X(40).
      *--  KANA NAME VALIDATION - THE SAME SINGLE-BYTE SHIFT-JIS
      *--  RANGE CHECK COMP3010 APPLIES, X'A1' THRU X'DF' WITH BLANK
      *--  PAD BYTES ACCEPTED.
           01      KANA-VALIDATION.
             02    KV-FIELD        PICTURE X(09).
             02    KV-BYTE-INDEX   PICTURE 9(02)  COMP.
             02    KV-BYTE         PICTURE X(01).
             02    KV-SWITCH       PICTURE X(01)  VALUE  'Y'.
               88  KV-VALID                        VALUE  'Y'.
               88  KV-INVALID                      VALUE  'N'.
      *--  COUNTS FOR THE SUMMARY LINES.
           01      COUNTERS.
             02    BAD-CARD-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    CORE-READ-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    CORE-REFUSED-COUNT    PICTURE 9(09)  COMP  VALUE  0.
             02    MASTER-READ-COUNT     PICTURE 9(09)  COMP  VALUE  0.
             02    IN-STEP-COUNT         PICTURE 9(09)  COMP  VALUE  0.
             02    ADD-COUNT             PICTURE 9(09)  COMP  VALUE  0.
             02    CHANGE-COUNT          PICTURE 9(09)  COMP  VALUE  0.
             02    CLOSE-COUNT           PICTURE 9(09)  COMP  VALUE  0.
             02    FED-COUNT             PICTURE 9(09)  COMP  VALUE  0.
             02    HELD-BACK-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    DESK-READ-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    CLOSED-UPSTREAM-COUNT PICTURE 9(09)  COMP  VALUE  0.
             02    CLOSED-MASTER-COUNT   PICTURE 9(09)  COMP  VALUE  0.
             02    EXCEPTIONS-FOUND      PICTURE 9(09)  COMP  VALUE  0.
             02    EXCEPTIONS-UNLISTED   PICTURE 9(09)  COMP  VALUE  0.
      *--  ONE LINE OF THE REPORT PER TRANSACTION PROPOSED OR
      *--  EXCEPTION RAISED, AND THE MASTER AND CORE IMAGE LINES
      *--  UNDER IT.
           01      DETAIL-LINE.
             02    DL-STATUS        PICTURE X(10).
             02    DL-ACTION        PICTURE X(07).
             02    DL-ACCT-LABEL    PICTURE X(05).
             02    DL-ACCOUNT       PICTURE X(10).
             02    DL-FILL1         PICTURE X(02).
             02    DL-REASON        PICTURE X(40).
             02    FILLER           PICTURE X(58).
           01      IMAGE-LINE.
             02    IL-LABEL         PICTURE X(11).
             02    IL-IMAGE         PICTURE X(40).
             02    FILLER           PICTURE X(81).
      *--  REPORT HEADING, SECTION AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(44).
             02    RH-RUN-DATE      PICTURE X(08).
             02    FILLER           PICTURE X(80).
           01      SECTION-LINE.
             02    SL-LABEL         PICTURE X(60).
             02    FILLER           PICTURE X(72).
           01      REPORT-SUMMARY-LINE.
             02    RS-LABEL         PICTURE X(30).
             02    RS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(93).
      *--  THE COMPLETION CODE THIS RUN ENDS WITH.
           01      FINAL-CONDITION-CODE  PICTURE 9(02)  VALUE  0.
      *--  TODAY'S DATE, FOR THE REPORT HEADING.
           01      WS-RUN-DATE  PICTURE X(08).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
      *--  A BADLY KEYED MODE CARD STOPS THE RUN - GUESSING WHETHER
      *--  TO FEED TONIGHT'S MAINTENANCE IS NOT SAFE EITHER WAY.
           PERFORM  READ-CONTROL-S  THRU  READ-CONTROL-E.
           IF  BAD-CARD-COUNT  >  0
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  FILE OPENS.
           OPEN  INPUT  CORE-FILE.
           IF  NOT WS-CORE-OK
               DISPLAY  'COMP3023 - CORE EXTRACT OPEN FAILED, '
                        'STATUS = '  WS-CORE-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  CUST-MASTER.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3023 - CUSTOMER MASTER OPEN FAILED, '
                        'STATUS = '  WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  PROPOSAL-FILE.
           IF  NOT WS-SYNCTRAN-OK
               DISPLAY  'COMP3023 - PROPOSAL FILE OPEN FAILED, '
                        'STATUS = '  WS-SYNCTRAN-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3023 - REPORT FILE OPEN FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  FEED-MAINTENANCE
               PERFORM  LOAD-DESK-TRANS-S  THRU  LOAD-DESK-TRANS-E
           END-IF.
      *--  AN EMPTY EXTRACT MEANS THE FEED FROM THE CORE SYSTEM DID
      *--  NOT ARRIVE - COMPARED AGAINST IT, EVERY OPEN ACCOUNT ON THE
      *--  MASTER WOULD LOOK MISSING UPSTREAM.
           PERFORM  READ-CORE-S     THRU  READ-CORE-E.
           IF  CORE-KEY  =  HIGH-VALUES
               DISPLAY  'COMP3023 - NO USABLE CORE EXTRACT RECORD - '
                        'NOTHING COMPARED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-MASTER-S   THRU  READ-MASTER-E.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
      *--  MATCH THE EXTRACT AGAINST THE MASTER, ACCOUNT BY ACCOUNT,
      *--  LISTING EACH PROPOSAL AS IT IS MADE.
           PERFORM  COMPARE-ONE-S   THRU  COMPARE-ONE-E
                    UNTIL  CORE-KEY  =  HIGH-VALUES
                    AND    MASTER-KEY  =  HIGH-VALUES.
      *--  THE DESK'S EXCEPTIONS, THEN THE SUMMARY LINES.
           PERFORM  WRITE-EXCEPTIONS-S  THRU  WRITE-EXCEPTIONS-E.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
      *--  FILE CLOSES.
           CLOSE CORE-FILE.
           CLOSE CUST-MASTER.
           CLOSE PROPOSAL-FILE.
           CLOSE REPORT-FILE.
           IF  FEED-MAINTENANCE
               CLOSE TRAN-FILE
           END-IF.
      *--  ANY EXCEPTION ENDS THE RUN RC=4 SO THE CONTROL DESK SEES
      *--  IT WITHOUT READING THE REPORT.  PROPOSALS ALONE ARE THE
      *--  NORMAL NIGHT'S WORK.
           IF  EXCEPTIONS-FOUND  >  0
               MOVE  4  TO  FINAL-CONDITION-CODE
           END-IF.
           DISPLAY  'COMP3023 - ADDS PROPOSED    '  ADD-COUNT.
           DISPLAY  'COMP3023 - CHANGES PROPOSED '  CHANGE-COUNT.
           DISPLAY  'COMP3023 - CLOSES PROPOSED  '  CLOSE-COUNT.
           DISPLAY  'COMP3023 - EXCEPTIONS       '  EXCEPTIONS-FOUND.
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
      *--  MODE=PROPOSE - WRITE THE PROPOSALS AND THE REPORT ONLY.
      *--  MODE=APPLY   - ALSO ADD THEM TO TONIGHT'S MSTTRAN.
           IF  CONTROL-CARD (1:5)  =  'MODE='
               MOVE  CONTROL-CARD (6:75)  TO  MODE-CARD
               IF  MCARD-REST  NOT =  SPACES
                   DISPLAY  'COMP3023 - MODE CARD IS NOT MODE=PROPOSE '
                            'OR MODE=APPLY: '  CONTROL-CARD
                   ADD  1  TO  BAD-CARD-COUNT
                   GO TO  READ-CONTROL-CARD-E
               END-IF
               EVALUATE  MCARD-MODE
                   WHEN  'PROPOSE'
                       SET  PROPOSE-ONLY      TO  TRUE
                   WHEN  'APPLY  '
                       SET  FEED-MAINTENANCE  TO  TRUE
                   WHEN  OTHER
                       DISPLAY  'COMP3023 - MODE CARD IS NOT '
                                'MODE=PROPOSE OR MODE=APPLY: '
                                CONTROL-CARD
                       ADD  1  TO  BAD-CARD-COUNT
               END-EVALUATE
               GO TO  READ-CONTROL-CARD-E
           END-IF.
           DISPLAY  'COMP3023 - CONTROL CARD NOT RECOGNISED: '
                    CONTROL-CARD.
           ADD  1  TO  BAD-CARD-COUNT.
        READ-CONTROL-CARD-E.
           EXIT.

        LOAD-DESK-TRANS SECTION.
        LOAD-DESK-TRANS-S.
      *--  TONIGHT'S MSTTRAN AS THE DESK LEFT IT.  NONE KEYED YET IS
      *--  NOT AN ERROR - THE PROPOSALS ARE THEN THE WHOLE FILE.
           OPEN  INPUT  TRAN-FILE.
           IF  WS-TRAN-STATUS  =  '35'
               GO TO  LOAD-DESK-TRANS-X
           END-IF.
           IF  NOT WS-TRAN-OK
               DISPLAY  'COMP3023 - MSTTRAN OPEN FAILED, STATUS = '
                        WS-TRAN-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-DESK-TRAN-S  THRU  READ-DESK-TRAN-E.
           PERFORM  LOAD-ONE-DESK-TRAN-S  THRU  LOAD-ONE-DESK-TRAN-E
                    UNTIL  END-OF-TRANS.
           CLOSE  TRAN-FILE.
        LOAD-DESK-TRANS-X.
      *--  THE PROPOSALS GO IN BEHIND THE DESK'S OWN TRANSACTIONS.
           OPEN  EXTEND  TRAN-FILE.
           IF  WS-TRAN-STATUS  =  '35'
               OPEN  OUTPUT  TRAN-FILE
           END-IF.
           IF  NOT WS-TRAN-OK
               DISPLAY  'COMP3023 - MSTTRAN OPEN FAILED, STATUS = '
                        WS-TRAN-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        LOAD-DESK-TRANS-E.
           EXIT.

        READ-DESK-TRAN  SECTION.
        READ-DESK-TRAN-S.
           READ  TRAN-FILE  INTO  MASTER-TRAN-REC
               AT END  SET  END-OF-TRANS  TO  TRUE
           END-READ.
           IF  NOT END-OF-TRANS
               ADD  1  TO  DESK-READ-COUNT
           END-IF.
        READ-DESK-TRAN-E.
           EXIT.

        LOAD-ONE-DESK-TRAN      SECTION.
        LOAD-ONE-DESK-TRAN-S.
      *--  A DESK TRANSACTION WITH A BAD ACCOUNT IS COMP3010'S TO
      *--  REJECT - IT CANNOT CLASH WITH A PROPOSAL, SO IT IS SKIPPED.
           IF  MX-ACCOUNT  NOT NUMERIC
               GO TO  LOAD-ONE-DESK-TRAN-X
           END-IF.
           IF  DESK-COUNT  NOT <  2000
               DISPLAY  'COMP3023 - MORE THAN 2000 DESK TRANSACTIONS '
                        'ON MSTTRAN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  DESK-COUNT.
           MOVE  MX-ACCOUNT  TO  DESK-ACCOUNT (DESK-COUNT).
        LOAD-ONE-DESK-TRAN-X.
           PERFORM  READ-DESK-TRAN-S  THRU  READ-DESK-TRAN-E.
        LOAD-ONE-DESK-TRAN-E.
           EXIT.

        READ-CORE       SECTION.
        READ-CORE-S.
           READ  CORE-FILE
               AT END  MOVE  HIGH-VALUES  TO  CORE-KEY
           END-READ.
           IF  CORE-KEY  =  HIGH-VALUES
               GO TO  READ-CORE-E
           END-IF.
           IF  NOT WS-CORE-OK
               DISPLAY  'COMP3023 - CORE EXTRACT READ FAILED, '
                        'STATUS = '  WS-CORE-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  CORE-READ-COUNT.
      *--  A RECORD THAT CANNOT BE MATCHED SAFELY - NO USABLE ACCOUNT,
      *--  A STATUS THAT IS NEITHER ACTIVE NOR CLOSED, OR AN ACCOUNT
      *--  NOT ABOVE THE ONE BEFORE IT - GOES TO THE DESK AND THE
      *--  NEXT RECORD IS TAKEN IN ITS PLACE.
           MOVE  SPACES            TO  DW-REASON.
           IF  CA-ACCOUNT  NOT NUMERIC
               MOVE  'CORE RECORD HAS NO NUMERIC ACCOUNT'
                     TO  DW-REASON
           ELSE
               IF  NOT CA-ACTIVE  AND  NOT CA-CLOSED
                   MOVE  'CORE STATUS IS NOT A OR C'  TO  DW-REASON
               ELSE
                   IF  CORE-ACCOUNT-REC (1:10)  NOT >  LAST-CORE-KEY
                       MOVE  'CORE ACCOUNT DUPLICATED OR OUT OF ORDER'
                             TO  DW-REASON
                   END-IF
               END-IF
           END-IF.
           IF  DW-REASON  NOT =  SPACES
               ADD  1  TO  CORE-REFUSED-COUNT
               MOVE  CORE-ACCOUNT-REC (1:10)  TO  DW-ACCOUNT
               MOVE  '(NOT COMPARED)'         TO  DW-MASTER-IMAGE
               MOVE  CORE-ACCOUNT-REC         TO  DW-CORE-IMAGE
               PERFORM  ADD-EXCEPTION-S  THRU  ADD-EXCEPTION-E
               GO TO  READ-CORE-S
           END-IF.
           MOVE  CORE-ACCOUNT-REC (1:10)  TO  CORE-KEY  LAST-CORE-KEY.
        READ-CORE-E.
           EXIT.

        READ-MASTER     SECTION.
        READ-MASTER-S.
           READ  CUST-MASTER  NEXT  RECORD
               AT END  MOVE  HIGH-VALUES  TO  MASTER-KEY
           END-READ.
           IF  MASTER-KEY  =  HIGH-VALUES
               GO TO  READ-MASTER-E
           END-IF.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3023 - CUSTOMER MASTER READ FAILED, '
                        'STATUS = '  WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  MASTER-READ-COUNT.
           MOVE  CUST-MASTER-REC (1:10)  TO  MASTER-KEY.
        READ-MASTER-E.
           EXIT.

        COMPARE-ONE     SECTION.
        COMPARE-ONE-S.
           IF  CORE-KEY  <  MASTER-KEY
               PERFORM  CORE-ONLY-S    THRU  CORE-ONLY-E
               PERFORM  READ-CORE-S    THRU  READ-CORE-E
               GO TO  COMPARE-ONE-E
           END-IF.
           IF  CORE-KEY  >  MASTER-KEY
               PERFORM  MASTER-ONLY-S  THRU  MASTER-ONLY-E
               PERFORM  READ-MASTER-S  THRU  READ-MASTER-E
               GO TO  COMPARE-ONE-E
           END-IF.
           PERFORM  BOTH-FILES-S   THRU  BOTH-FILES-E.
           PERFORM  READ-CORE-S    THRU  READ-CORE-E.
           PERFORM  READ-MASTER-S  THRU  READ-MASTER-E.
        COMPARE-ONE-E.
           EXIT.

        CORE-ONLY       SECTION.
        CORE-ONLY-S.
      *--  AN ACCOUNT THE BANK HOLDS THAT THE MASTER HAS NEVER SEEN.
      *--  ONE ALREADY CLOSED UPSTREAM NEEDS NOTHING.
           IF  CA-CLOSED
               ADD  1  TO  CLOSED-UPSTREAM-COUNT
               GO TO  CORE-ONLY-E
           END-IF.
           MOVE  CORE-KEY            TO  DW-ACCOUNT.
           MOVE  '(NOT ON MASTER)'   TO  DW-MASTER-IMAGE.
           MOVE  CORE-ACCOUNT-REC    TO  DW-CORE-IMAGE.
           MOVE  CA-KANA             TO  KV-FIELD.
           PERFORM  VALIDATE-KANA-S  THRU  VALIDATE-KANA-E.
           IF  CA-KANA  =  SPACES  OR  KV-INVALID
               MOVE  'OPENED UPSTREAM, KANA NAME NOT USABLE'
                     TO  DW-REASON
               PERFORM  ADD-EXCEPTION-S  THRU  ADD-EXCEPTION-E
               GO TO  CORE-ONLY-E
           END-IF.
           MOVE  SPACES          TO  MASTER-TRAN-REC.
           MOVE  'A'             TO  MX-ACTION.
           MOVE  CA-ACCOUNT      TO  MX-ACCOUNT.
      *--  AN UNUSABLE OPEN DATE IS LEFT BLANK - COMP3010 THEN OPENS
      *--  THE ACCOUNT AS OF ITS RUN DATE.
           IF  CA-OPEN-DATE  NUMERIC
               MOVE  CA-OPEN-DATE  TO  MX-OPEN-DATE
           END-IF.
           MOVE  CA-KANA         TO  MX-KANA.
           MOVE  'OPENED UPSTREAM, NOT ON THE MASTER'  TO  DW-REASON.
           PERFORM  PROPOSE-TRAN-S  THRU  PROPOSE-TRAN-E.
        CORE-ONLY-E.
           EXIT.

        MASTER-ONLY     SECTION.
        MASTER-ONLY-S.
      *--  AN ACCOUNT ON THE MASTER THE BANK DOES NOT SEND.  NOTHING
      *--  IS CLOSED ON AN ABSENCE ALONE - THE DESK FINDS OUT WHY.
           IF  NOT CM-OPEN
               ADD  1  TO  CLOSED-MASTER-COUNT
               GO TO  MASTER-ONLY-E
           END-IF.
           MOVE  MASTER-KEY          TO  DW-ACCOUNT.
           MOVE  'OPEN ON MASTER, NOT ON THE CORE EXTRACT'
                 TO  DW-REASON.
           MOVE  CUST-MASTER-REC     TO  DW-MASTER-IMAGE.
           MOVE  '(NOT ON CORE EXTRACT)'  TO  DW-CORE-IMAGE.
           PERFORM  ADD-EXCEPTION-S  THRU  ADD-EXCEPTION-E.
        MASTER-ONLY-E.
           EXIT.

        BOTH-FILES      SECTION.
        BOTH-FILES-S.
           MOVE  CORE-KEY            TO  DW-ACCOUNT.
           MOVE  CUST-MASTER-REC     TO  DW-MASTER-IMAGE.
           MOVE  CORE-ACCOUNT-REC    TO  DW-CORE-IMAGE.
      *--  CLOSED UPSTREAM, STILL OPEN HERE - CLOSE IT.  AN UNUSABLE
      *--  CLOSE DATE IS LEFT BLANK, SO COMP3010 CLOSES AS OF ITS RUN
      *--  DATE.
           IF  CM-OPEN  AND  CA-CLOSED
               MOVE  SPACES      TO  MASTER-TRAN-REC
               MOVE  'X'         TO  MX-ACTION
               MOVE  CA-ACCOUNT  TO  MX-ACCOUNT
               IF  CA-CLOSE-DATE  NUMERIC
                   MOVE  CA-CLOSE-DATE  TO  MX-CLOSE-DATE
               END-IF
               MOVE  'CLOSED UPSTREAM, STILL OPEN HERE'
                     TO  DW-REASON
               PERFORM  PROPOSE-TRAN-S  THRU  PROPOSE-TRAN-E
               GO TO  BOTH-FILES-E
           END-IF.
      *--  CLOSED HERE, STILL ACTIVE UPSTREAM - COMP3010 HAS NO
      *--  REOPEN, AND WHICH SIDE IS WRONG IS THE DESK'S CALL.
           IF  NOT CM-OPEN  AND  CA-ACTIVE
               MOVE  'CLOSED ON MASTER, ACTIVE UPSTREAM'  TO  DW-REASON
               PERFORM  ADD-EXCEPTION-S  THRU  ADD-EXCEPTION-E
               GO TO  BOTH-FILES-E
           END-IF.
      *--  OPEN ON BOTH SIDES - ONLY THE KANA NAME IS KEPT IN STEP.
           IF  CM-OPEN  AND  CM-KANA  NOT =  CA-KANA
               MOVE  CA-KANA  TO  KV-FIELD
               PERFORM  VALIDATE-KANA-S  THRU  VALIDATE-KANA-E
               IF  CA-KANA  =  SPACES  OR  KV-INVALID
                   MOVE  'KANA NAME CHANGED UPSTREAM, NOT USABLE'
                         TO  DW-REASON
                   PERFORM  ADD-EXCEPTION-S  THRU  ADD-EXCEPTION-E
                   GO TO  BOTH-FILES-E
               END-IF
               MOVE  SPACES      TO  MASTER-TRAN-REC
               MOVE  'C'         TO  MX-ACTION
               MOVE  CA-ACCOUNT  TO  MX-ACCOUNT
               MOVE  CA-KANA     TO  MX-KANA
               MOVE  'KANA NAME CHANGED UPSTREAM'  TO  DW-REASON
               PERFORM  PROPOSE-TRAN-S  THRU  PROPOSE-TRAN-E
               GO TO  BOTH-FILES-E
           END-IF.
           ADD  1  TO  IN-STEP-COUNT.
        BOTH-FILES-E.
           EXIT.

        PROPOSE-TRAN    SECTION.
        PROPOSE-TRAN-S.
      *--  EVERY PROPOSAL GOES TO THE PROPOSAL FILE.  UNDER MODE=APPLY
      *--  IT ALSO GOES ON TONIGHT'S MSTTRAN - UNLESS THE DESK HAS
      *--  KEYED ITS OWN TRANSACTION FOR THE ACCOUNT, WHICH THEN
      *--  STANDS ALONE AND THE PROPOSAL IS PUT TO THE DESK INSTEAD.
           EVALUATE  TRUE
               WHEN  MX-ADD
                   ADD  1  TO  ADD-COUNT
               WHEN  MX-CHANGE
                   ADD  1  TO  CHANGE-COUNT
               WHEN  MX-CLOSE
                   ADD  1  TO  CLOSE-COUNT
           END-EVALUATE.
           WRITE  PROPOSAL-REC  FROM  MASTER-TRAN-REC.
           IF  NOT WS-SYNCTRAN-OK
               DISPLAY  'COMP3023 - PROPOSAL FILE WRITE FAILED, '
                        'STATUS = '  WS-SYNCTRAN-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  SPACES        TO  DETAIL-LINE.
           MOVE  'PROPOSED  '  TO  DL-STATUS.
           IF  FEED-MAINTENANCE
               MOVE  0  TO  DT-MATCH-INDEX
               PERFORM  MATCH-ONE-DESK-S  THRU  MATCH-ONE-DESK-E
                        VARYING  DT-INDEX  FROM  1  BY  1
                        UNTIL  DT-INDEX  >  DESK-COUNT
                        OR     DT-MATCH-INDEX  >  0
               IF  DT-MATCH-INDEX  >  0
                   ADD  1  TO  HELD-BACK-COUNT
                   MOVE  'HELD BACK '  TO  DL-STATUS
               ELSE
                   WRITE  TRAN-REC  FROM  MASTER-TRAN-REC
                   IF  NOT WS-TRAN-OK
                       DISPLAY  'COMP3023 - MSTTRAN WRITE FAILED, '
                                'STATUS = '  WS-TRAN-STATUS
                       MOVE  16  TO  RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1  TO  FED-COUNT
                   MOVE  'FED       '  TO  DL-STATUS
               END-IF
           END-IF.
           PERFORM  WRITE-DISCREPANCY-S  THRU  WRITE-DISCREPANCY-E.
           IF  DL-STATUS  =  'HELD BACK '
               MOVE  'DESK KEYED ITS OWN TRANSACTION TONIGHT'
                     TO  DW-REASON
               PERFORM  ADD-EXCEPTION-S  THRU  ADD-EXCEPTION-E
           END-IF.
        PROPOSE-TRAN-E.
           EXIT.

        MATCH-ONE-DESK  SECTION.
        MATCH-ONE-DESK-S.
           IF  DESK-ACCOUNT (DT-INDEX)  =  MX-ACCOUNT
               MOVE  DT-INDEX  TO  DT-MATCH-INDEX
           END-IF.
        MATCH-ONE-DESK-E.
           EXIT.

        WRITE-DISCREPANCY       SECTION.
        WRITE-DISCREPANCY-S.
      *--  THE PROPOSAL, WITH THE MASTER AND CORE RECORDS UNDER IT.
      *--  DL-STATUS IS SET BY THE CALLER.
           EVALUATE  TRUE
               WHEN  MX-ADD
                   MOVE  'ADD    '  TO  DL-ACTION
               WHEN  MX-CHANGE
                   MOVE  'CHANGE '  TO  DL-ACTION
               WHEN  MX-CLOSE
                   MOVE  'CLOSE  '  TO  DL-ACTION
           END-EVALUATE.
           MOVE  'ACCT '    TO  DL-ACCT-LABEL.
           MOVE  DW-ACCOUNT  TO  DL-ACCOUNT.
           MOVE  DW-REASON   TO  DL-REASON.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           PERFORM  WRITE-IMAGES-S  THRU  WRITE-IMAGES-E.
        WRITE-DISCREPANCY-E.
           EXIT.

        WRITE-IMAGES    SECTION.
        WRITE-IMAGES-S.
           MOVE  SPACES           TO  IMAGE-LINE.
           MOVE  '  MASTER   '    TO  IL-LABEL.
           MOVE  DW-MASTER-IMAGE  TO  IL-IMAGE.
           WRITE  REPORT-REC  FROM  IMAGE-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES           TO  IMAGE-LINE.
           MOVE  '  CORE     '    TO  IL-LABEL.
           MOVE  DW-CORE-IMAGE    TO  IL-IMAGE.
           WRITE  REPORT-REC  FROM  IMAGE-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-IMAGES-E.
           EXIT.

        ADD-EXCEPTION   SECTION.
        ADD-EXCEPTION-S.
      *--  HELD FOR THE EXCEPTIONS SECTION.  PAST THE TABLE'S SIZE
      *--  THE EXCEPTION IS ONLY COUNTED - THE REPORT SAYS HOW MANY
      *--  WERE NOT LISTED, AND THE RUN STILL ENDS RC=4.
           ADD  1  TO  EXCEPTIONS-FOUND.
           IF  EXCEPTION-COUNT  NOT <  1000
               ADD  1  TO  EXCEPTIONS-UNLISTED
               GO TO  ADD-EXCEPTION-E
           END-IF.
           ADD  1  TO  EXCEPTION-COUNT.
           MOVE  DW-ACCOUNT       TO  XT-ACCOUNT (EXCEPTION-COUNT).
           MOVE  DW-REASON        TO  XT-REASON (EXCEPTION-COUNT).
           MOVE  DW-MASTER-IMAGE  TO  XT-MASTER-IMAGE (EXCEPTION-COUNT).
           MOVE  DW-CORE-IMAGE    TO  XT-CORE-IMAGE (EXCEPTION-COUNT).
        ADD-EXCEPTION-E.
           EXIT.

        WRITE-EXCEPTIONS        SECTION.
        WRITE-EXCEPTIONS-S.
           MOVE  SPACES  TO  SECTION-LINE.
           MOVE  'EXCEPTIONS FOR THE CONTROL DESK - NOT PROPOSED'
                 TO  SL-LABEL.
           WRITE  REPORT-REC  FROM  SECTION-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           IF  EXCEPTION-COUNT  =  0
               MOVE  SPACES      TO  SECTION-LINE
               MOVE  '  (NONE)'  TO  SL-LABEL
               WRITE  REPORT-REC  FROM  SECTION-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
               GO TO  WRITE-EXCEPTIONS-E
           END-IF.
           PERFORM  WRITE-ONE-EXCEPTION-S  THRU  WRITE-ONE-EXCEPTION-E
                    VARYING  XT-INDEX  FROM  1  BY  1
                    UNTIL  XT-INDEX  >  EXCEPTION-COUNT.
           IF  EXCEPTIONS-UNLISTED  >  0
               MOVE  SPACES  TO  REPORT-SUMMARY-LINE
               MOVE  'MORE EXCEPTIONS NOT LISTED:'  TO  RS-LABEL
               MOVE  EXCEPTIONS-UNLISTED  TO  RS-COUNT
               WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
           END-IF.
        WRITE-EXCEPTIONS-E.
           EXIT.

        WRITE-ONE-EXCEPTION     SECTION.
        WRITE-ONE-EXCEPTION-S.
           MOVE  XT-ACCOUNT (XT-INDEX)       TO  DW-ACCOUNT.
           MOVE  XT-REASON (XT-INDEX)        TO  DW-REASON.
           MOVE  XT-MASTER-IMAGE (XT-INDEX)  TO  DW-MASTER-IMAGE.
           MOVE  XT-CORE-IMAGE (XT-INDEX)    TO  DW-CORE-IMAGE.
           MOVE  SPACES        TO  DETAIL-LINE.
           MOVE  'EXCEPTION '  TO  DL-STATUS.
           MOVE  'ACCT '       TO  DL-ACCT-LABEL.
           MOVE  DW-ACCOUNT    TO  DL-ACCOUNT.
           MOVE  DW-REASON     TO  DL-REASON.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           PERFORM  WRITE-IMAGES-S  THRU  WRITE-IMAGES-E.
        WRITE-ONE-EXCEPTION-E.
           EXIT.

        VALIDATE-KANA   SECTION.
        VALIDATE-KANA-S.
           SET  KV-VALID  TO  TRUE.
           PERFORM  VALIDATE-KANA-BYTE-S  THRU  VALIDATE-KANA-BYTE-E
                    VARYING  KV-BYTE-INDEX  FROM  1  BY  1
                    UNTIL  KV-BYTE-INDEX  >  9.
        VALIDATE-KANA-E.
           EXIT.

        VALIDATE-KANA-BYTE      SECTION.
        VALIDATE-KANA-BYTE-S.
           MOVE  KV-FIELD (KV-BYTE-INDEX:1)  TO  KV-BYTE.
           IF  KV-BYTE  NOT =  SPACE
               AND  (KV-BYTE  <  X'A1'  OR  KV-BYTE  >  X'DF')
               SET  KV-INVALID  TO  TRUE
           END-IF.
        VALIDATE-KANA-BYTE-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3023 CUSTOMER MASTER CORE SYNC - RUN '
                 TO  RH-LABEL.
           MOVE  WS-RUN-DATE  TO  RH-RUN-DATE.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES  TO  SECTION-LINE.
           IF  FEED-MAINTENANCE
               MOVE  'MODE=APPLY - ALSO FED TO TONIGHT''S MSTTRAN'
                     TO  SL-LABEL
           ELSE
               MOVE  'MODE=PROPOSE - PROPOSALS FOR REVIEW ONLY'
                     TO  SL-LABEL
           END-IF.
           WRITE  REPORT-REC  FROM  SECTION-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES  TO  SECTION-LINE.
           MOVE  'TRANSACTIONS PROPOSED'  TO  SL-LABEL.
           WRITE  REPORT-REC  FROM  SECTION-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-HEADING-E.
           EXIT.

        WRITE-REPORT-SUMMARY    SECTION.
        WRITE-REPORT-SUMMARY-S.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'CORE RECORDS READ:        '  TO  RS-LABEL.
           MOVE  CORE-READ-COUNT               TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'CORE RECORDS NOT COMPARED:'  TO  RS-LABEL.
           MOVE  CORE-REFUSED-COUNT            TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'MASTER RECORDS READ:      '  TO  RS-LABEL.
           MOVE  MASTER-READ-COUNT             TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'ACCOUNTS ALREADY IN STEP: '  TO  RS-LABEL.
           MOVE  IN-STEP-COUNT                 TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'CLOSED UPSTREAM, NOT HERE: '  TO  RS-LABEL.
           MOVE  CLOSED-UPSTREAM-COUNT         TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'CLOSED HERE, NOT UPSTREAM: '  TO  RS-LABEL.
           MOVE  CLOSED-MASTER-COUNT           TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'ADDS PROPOSED:            '  TO  RS-LABEL.
           MOVE  ADD-COUNT                     TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'CHANGES PROPOSED:         '  TO  RS-LABEL.
           MOVE  CHANGE-COUNT                  TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'CLOSES PROPOSED:          '  TO  RS-LABEL.
           MOVE  CLOSE-COUNT                   TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'DESK TRANSACTIONS FOUND:  '  TO  RS-LABEL.
           MOVE  DESK-READ-COUNT               TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'FED TO TONIGHT''S MSTTRAN: '  TO  RS-LABEL.
           MOVE  FED-COUNT                     TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'HELD BACK FOR THE DESK:   '  TO  RS-LABEL.
           MOVE  HELD-BACK-COUNT               TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
           MOVE  'EXCEPTIONS FOR THE DESK:  '  TO  RS-LABEL.
           MOVE  EXCEPTIONS-FOUND              TO  RS-COUNT.
           PERFORM  WRITE-SUMMARY-LINE-S  THRU  WRITE-SUMMARY-LINE-E.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

        WRITE-SUMMARY-LINE      SECTION.
        WRITE-SUMMARY-LINE-S.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-SUMMARY-LINE-E.
           EXIT.

        CHECK-REPORT-STATUS     SECTION.
        CHECK-REPORT-STATUS-S.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3023 - REPORT FILE WRITE FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-REPORT-STATUS-E.
           EXIT.
