      *            THE SHIP JOB ON THE RESULT.  FOR EVERY COMP3001      *
      *            RUN LOGGED FOR THE BALANCE DATE IT PRINTS ONE        *
      *            BALANCING SHEET PER PARTNER PROVING INPUT =          *
      *            DETAIL + REJECTS + SKIPPED + HELD, THAT THE          *
      *            TRAILER ON THE BUILT GENERATION CARRIES THE COUNT    *
      *            AND HASH/NET TOTALS THE RUN LOGGED, AND THAT THE     *
      *            REJECT FILE HOLDS EXACTLY THE REJECTS THE RUN        *
      *            LOGGED.  EVERY COMP3021 HOLD RELEASE LOGGED FOR      *
      *            THE DATE GETS A RELEASE SHEET PROVING ITS QUEUE =    *
      *            RELEASED + DECLINED + STILL HELD AND THAT ITS        *
      *            DECLINES ARE ON THE REJECT FILE.                     *
      *            EVERY COMP3024 REISSUE LOGGED FOR THE DATE GETS A    *
      *            REISSUE SHEET PROVING THE COPY CARRIES THE TRAILER   *
      *            OF THE TAPE IT REISSUES.  A REISSUED COPY IS THE     *
      *            SAME SHIPMENT AS ITS ORIGINAL - A BUILD BALANCES     *
      *            AGAINST ITS OWN TRAILER FIRST AND ONLY FALLS BACK    *
      *            TO A REISSUED COPY'S WHEN THE ORIGINAL IS NOT ON     *
      *            OUTTP, AND A REISSUE IS NEVER TAKEN FOR A BUILD.     *
      *            EVERY SHEET'S RESULT IS ALSO APPENDED TO THE         *
      *            BALANCING HISTORY FOR THE MORNING STATUS SHEET.      *
      *            ANY IMBALANCE ENDS THE RUN RC=8 SO THE SCHEDULER     *
      *            HOLDS THE SHIP JOB AUTOMATICALLY.                   *
      ******************************************************************
      *--  PRINTED BALANCING SHEETS.
           SELECT  REPORT-FILE   ASSIGN  TO  'BALRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
      *--  BALANCING HISTORY - ONE RESULT APPENDED PER SHEET.
           SELECT  BAL-HISTORY   ASSIGN  TO  'BALHIST'
                            FILE STATUS  IS  WS-BALHIST-STATUS.
      *--  CONTROL CARD - THE DATE TO BALANCE.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                            FILE STATUS  IS  WS-CONTROL-STATUS.
      *--  BALANCING SHEETS.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(132).
      *--  BALANCING HISTORY.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/BALHIST.
           FD      BAL-HISTORY.
           COPY    BALHIST.
      *--  CONTROL CARD INPUT.
           FD      CONTROL-FILE.
           01      CONTROL-CARD          PICTURE X(80).
             88    WS-REPORT-OK                 VALUE  '00'.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
           01      WS-BALHIST-STATUS  PICTURE X(02).
             88    WS-BALHIST-OK                VALUE  '00'.
      *--  WHEN THIS BALANCE RAN, FOR THE HISTORY STAMP.
           01      WS-RUN-DATE  PICTURE X(08).
           01      WS-RUN-TIME  PICTURE X(08).
      *--  THE NIGHT TO BALANCE, FROM THE SYSIN CARD DATE=YYYYMMDD.
      *--  THE CARD IS REQUIRED - A BALANCE WITHOUT A NIGHT IS
      *--  MEANINGLESS.
               03  TT-NET-TOTAL       PICTURE S9(13).
               03  TT-USED-SWITCH     PICTURE X(01).
                 88  TT-USED                            VALUE  'Y'.
      *--  'Y' WHEN THE HEADER AHEAD OF THE TRAILER MARKS THE
      *--  GENERATION AS A REISSUED COPY (COMP3024).
               03  TT-REISSUE-SWITCH  PICTURE X(01).
                 88  TT-REISSUE-COPY                    VALUE  'Y'.
           01      TAPE-CONTROL.
             02    TT-INDEX           PICTURE 9(03)  COMP.
             02    TT-MATCH-INDEX     PICTURE 9(03)  COMP.
               88  NO-TRAILER-FOUND                     VALUE  0.
             02    CURRENT-PARTNER    PICTURE X(04)  VALUE  SPACES.
             02    CURRENT-TAPE-DATE  PICTURE X(08)  VALUE  SPACES.
             02    CURRENT-REISSUE    PICTURE X(01)  VALUE  'N'.
      *--  WHICH KIND OF TRAILER THE SEARCH WILL TAKE - A BUILD
      *--  WANTS THE ORIGINAL, A REISSUE RUN WANTS ITS COPY.
             02    WANTED-KIND        PICTURE X(01)  VALUE  'N'.
               88  WANT-ORIGINAL                        VALUE  'N'.
               88  WANT-REISSUE                         VALUE  'Y'.
      *--  ONE ENTRY PER COMP3001 RUN IDENTIFIER SEEN ON THE REJECT
      *--  FILE FOR THE BALANCE DATE - THE RUN ID IS THE HHMMSS THE
      *--  RUN STARTED, THE SAME VALUE RUN-TIME CARRIES ON THE LOG.
      *--  BALANCE WORK FIELDS AND THE OVERALL VERDICT.
           01      BALANCE-WORK.
             02    BW-SKIP-COUNT      PICTURE 9(09).
             02    BW-HELD-COUNT      PICTURE 9(09).
             02    BW-RELEASED-COUNT  PICTURE 9(09).
             02    BW-EXPECTED        PICTURE 9(10)  COMP.
             02    SHEET-KIND         PICTURE X(18).
             02    SHEET-COUNT        PICTURE 9(05)  COMP  VALUE  0.
             02    IMBALANCE-COUNT    PICTURE 9(09)  COMP  VALUE  0.
             02    RELEASE-SHEET-COUNT PICTURE 9(05) COMP  VALUE  0.
             02    REISSUE-SHEET-COUNT PICTURE 9(05) COMP  VALUE  0.
      *--  THE IMBALANCE COUNT AS THE CURRENT SHEET OPENED - ANY
      *--  RISE BY THE TIME IT CLOSES MEANS THE SHEET FAILED.
             02    SHEET-START-IMBALANCES PICTURE 9(09) COMP.
      *--  'Y' ONCE THE HISTORY IS OPEN; 'F' IF IT COULD NOT BE
      *--  OPENED OR WRITTEN - THE SHEETS STILL STAND, SO THAT IS
      *--  CALLED OUT RC=4 RATHER THAN HOLDING THE SHIP JOB.
             02    HISTORY-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  HISTORY-OPEN                         VALUE  'Y'.
               88  HISTORY-FAILED                       VALUE  'F'.
      *--  ONE BALANCING SHEET HEADING PER COMP3001 RUN, AND THE
      *--  CHECK LINES UNDER IT.
           01      SHEET-HEADING-LINE.
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-RUN-TIME  FROM  TIME.
      *--  THE DATE CARD IS REQUIRED.
           PERFORM  READ-CONTROL-S  THRU  READ-CONTROL-E.
           IF  BALANCE-DATE  =  SPACES
           END-IF.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
           PERFORM  OPEN-BAL-HISTORY-S  THRU  OPEN-BAL-HISTORY-E.
      *--  CAPTURE EVERY TRAILER OFF THE NIGHT'S GENERATIONS.
           PERFORM  LOAD-TAPE-TABLE-S    THRU  LOAD-TAPE-TABLE-E.
      *--  COUNT THE NIGHT'S REJECTS BACK OUT OF THE REJECT FILE.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
           CLOSE  REPORT-FILE.
           IF  HISTORY-OPEN
               CLOSE  BAL-HISTORY
           END-IF.
           IF  IMBALANCE-COUNT  >  0
               DISPLAY  'COMP3012 - '  IMBALANCE-COUNT
                        ' IMBALANCES ON '  BALANCE-DATE
           ELSE
               DISPLAY  'COMP3012 - NIGHT OF '  BALANCE-DATE
                        ' BALANCED CLEAN'
               IF  HISTORY-FAILED
                   MOVE  4  TO  RETURN-CODE
               END-IF
           END-IF.
        MAIN-E.
           STOP RUN.
               WHEN  HDR-REC
                   MOVE  HDR-PARTNER-ID  TO  CURRENT-PARTNER
                   MOVE  HDR-RUN-DATE    TO  CURRENT-TAPE-DATE
                   IF  HDR-REISSUE
                       MOVE  'Y'  TO  CURRENT-REISSUE
                   ELSE
                       MOVE  'N'  TO  CURRENT-REISSUE
                   END-IF
               WHEN  TRL-REC
                   PERFORM  STORE-TRAILER-S  THRU  STORE-TRAILER-E
               WHEN  OTHER
                 TO  TT-PACK-TOTAL (TAPE-COUNT).
           MOVE  TRL-PACK-NET-TOTAL TO  TT-NET-TOTAL (TAPE-COUNT).
           MOVE  'N'                TO  TT-USED-SWITCH (TAPE-COUNT).
           MOVE  CURRENT-REISSUE
                 TO  TT-REISSUE-SWITCH (TAPE-COUNT).
        STORE-TRAILER-E.
           EXIT.


        BALANCE-ONE-RUN SECTION.
        BALANCE-ONE-RUN-S.
      *--  ONLY COMP3001 BUILDS, COMP3021 HOLD RELEASES AND COMP3024
      *--  REISSUES FOR THE BALANCE DATE TAKE PART.
           IF  RUN-DATE  NOT =  BALANCE-DATE
               GO TO  BALANCE-ONE-RUN-X
           END-IF.
           IF  RUN-PROGRAM  =  'COMP3021'
               PERFORM  BALANCE-RELEASE-RUN-S
                        THRU  BALANCE-RELEASE-RUN-E
               GO TO  BALANCE-ONE-RUN-X
           END-IF.
           IF  RUN-PROGRAM  =  'COMP3024'
               PERFORM  BALANCE-REISSUE-RUN-S
                        THRU  BALANCE-REISSUE-RUN-E
               GO TO  BALANCE-ONE-RUN-X
           END-IF.
           IF  RUN-PROGRAM  NOT =  'COMP3001'
               GO TO  BALANCE-ONE-RUN-X
           END-IF.
      *--  A MANGLED LOG RECORD CANNOT BALANCE - FLAG IT RATHER
           ELSE
               MOVE  0               TO  BW-SKIP-COUNT
           END-IF.
           PERFORM  TAKE-HOLD-COUNTS-S  THRU  TAKE-HOLD-COUNTS-E.
           ADD  1  TO  SHEET-COUNT.
           MOVE  '  BALANCING SHEET '  TO  SHEET-KIND.
           PERFORM  WRITE-SHEET-HEADING-S
                    THRU  WRITE-SHEET-HEADING-E.
      *--  IN = OUT + REJECTED + SKIPPED + HELD FOR A SUPERVISOR.
           MOVE  RUN-DETAIL-COUNT  TO  BW-EXPECTED.
           ADD  RUN-REJECT-COUNT   TO  BW-EXPECTED.
           ADD  BW-SKIP-COUNT      TO  BW-EXPECTED.
           ADD  BW-HELD-COUNT      TO  BW-EXPECTED.
           MOVE  'INPUT VS DETAIL+REJ+SKIP+HELD:  '  TO  CK-LABEL.
           MOVE  RUN-INPUT-COUNT   TO  CK-LEFT.
           MOVE  BW-EXPECTED       TO  CK-RIGHT.
           PERFORM  JUDGE-CHECK-LINE-S  THRU  JUDGE-CHECK-LINE-E.
      *--  THE TRAILER ON THE BUILT GENERATION MUST CARRY WHAT THE
      *--  RUN LOGGED.  A REISSUED COPY IS THE SAME SHIPMENT, SO IT
      *--  STANDS IN WHEN THE ORIGINAL IS NOT ON OUTTP.
           SET  WANT-ORIGINAL  TO  TRUE.
           PERFORM  FIND-TRAILER-S  THRU  FIND-TRAILER-E.
           IF  NO-TRAILER-FOUND
               SET  WANT-REISSUE  TO  TRUE
               PERFORM  FIND-TRAILER-S  THRU  FIND-TRAILER-E
               IF  NOT NO-TRAILER-FOUND
                   MOVE  SPACES  TO  NOTE-LINE
                   MOVE
                      'BALANCED AGAINST THE REISSUED COPY OF THIS TAPE'
                         TO  NL-LABEL
                   WRITE  REPORT-REC  FROM  NOTE-LINE
                   PERFORM  CHECK-REPORT-STATUS-S
                            THRU  CHECK-REPORT-STATUS-E
               END-IF
           END-IF.
           IF  NO-TRAILER-FOUND
               ADD  1  TO  IMBALANCE-COUNT
               MOVE  SPACES  TO  NOTE-LINE
           MOVE  RJ-FOUND-COUNT    TO  CK-LEFT.
           MOVE  RUN-REJECT-COUNT  TO  CK-RIGHT.
           PERFORM  JUDGE-CHECK-LINE-S  THRU  JUDGE-CHECK-LINE-E.
           PERFORM  WRITE-BAL-HISTORY-S  THRU  WRITE-BAL-HISTORY-E.
        BALANCE-ONE-RUN-X.
           PERFORM  READ-RUNLOG-S  THRU  READ-RUNLOG-E.
        BALANCE-ONE-RUN-E.
           EXIT.

        BALANCE-RELEASE-RUN     SECTION.
        BALANCE-RELEASE-RUN-S.
      *--  A HOLD RELEASE LOGS THE QUEUE IT READ AS ITS INPUT, ITS
      *--  APPROVALS AS RELEASED, ITS DECLINES AS REJECTS AND WHAT
      *--  IS STILL WAITING AS HELD.  THE APPROVALS BALANCE AGAIN
      *--  ON THE NEXT BUILD'S SHEET, WHERE THEY ARE INPUT.
           IF  RUN-INPUT-COUNT   NOT NUMERIC
               OR  RUN-REJECT-COUNT  NOT NUMERIC
               ADD  1  TO  IMBALANCE-COUNT
               MOVE  SPACES  TO  NOTE-LINE
               MOVE  'MANGLED COMP3021 LOG RECORD - CANNOT BALANCE'
                     TO  NL-LABEL
               WRITE  REPORT-REC  FROM  NOTE-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
               GO TO  BALANCE-RELEASE-RUN-E
           END-IF.
           PERFORM  TAKE-HOLD-COUNTS-S  THRU  TAKE-HOLD-COUNTS-E.
           ADD  1  TO  RELEASE-SHEET-COUNT.
           MOVE  '  RELEASE SHEET   '  TO  SHEET-KIND.
           PERFORM  WRITE-SHEET-HEADING-S
                    THRU  WRITE-SHEET-HEADING-E.
      *--  QUEUE = RELEASED + DECLINED + STILL HELD.
           MOVE  BW-RELEASED-COUNT  TO  BW-EXPECTED.
           ADD  RUN-REJECT-COUNT    TO  BW-EXPECTED.
           ADD  BW-HELD-COUNT       TO  BW-EXPECTED.
           MOVE  'QUEUE VS RELEASED+DECLINED+HELD:'  TO  CK-LABEL.
           MOVE  RUN-INPUT-COUNT    TO  CK-LEFT.
           MOVE  BW-EXPECTED        TO  CK-RIGHT.
           PERFORM  JUDGE-CHECK-LINE-S  THRU  JUDGE-CHECK-LINE-E.
      *--  EVERY DECLINE IS WRITTEN TO THE REJECT FILE UNDER THE
      *--  RELEASE RUN'S OWN DATE AND RUN ID.
           PERFORM  FIND-REJID-S  THRU  FIND-REJID-E.
           MOVE  'REJECT FILE VS LOGGED DECLINES: '  TO  CK-LABEL.
           MOVE  RJ-FOUND-COUNT    TO  CK-LEFT.
           MOVE  RUN-REJECT-COUNT  TO  CK-RIGHT.
           PERFORM  JUDGE-CHECK-LINE-S  THRU  JUDGE-CHECK-LINE-E.
           PERFORM  WRITE-BAL-HISTORY-S  THRU  WRITE-BAL-HISTORY-E.
        BALANCE-RELEASE-RUN-E.
           EXIT.

        BALANCE-REISSUE-RUN     SECTION.
        BALANCE-REISSUE-RUN-S.
      *--  A REISSUE LOGS THE RECORDS IT COPIED AS ITS INPUT AND THE
      *--  ORIGINAL TRAILER'S COUNT AND TOTALS AS ITS DETAIL, HASH
      *--  AND NET.  IT REJECTS NOTHING AND TAKES NOTHING NEW - THE
      *--  SHIPMENT ALREADY BALANCED ON ITS ORIGINAL BUILD SHEET.
           IF  RUN-INPUT-COUNT   NOT NUMERIC
               OR  RUN-DETAIL-COUNT  NOT NUMERIC
               OR  RUN-PACK-TOTAL    NOT NUMERIC
               OR  RUN-NET-TOTAL     NOT NUMERIC
               ADD  1  TO  IMBALANCE-COUNT
               MOVE  SPACES  TO  NOTE-LINE
               MOVE  'MANGLED COMP3024 LOG RECORD - CANNOT BALANCE'
                     TO  NL-LABEL
               WRITE  REPORT-REC  FROM  NOTE-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
               GO TO  BALANCE-REISSUE-RUN-E
           END-IF.
           ADD  1  TO  REISSUE-SHEET-COUNT.
           MOVE  '  REISSUE SHEET   '  TO  SHEET-KIND.
           PERFORM  WRITE-SHEET-HEADING-S
                    THRU  WRITE-SHEET-HEADING-E.
           MOVE  SPACES  TO  NOTE-LINE.
           MOVE  'REISSUE OF THE TAPE BUILT FOR'  TO  NL-LABEL.
           MOVE  RUN-TAPE-DATE  TO  NL-LABEL (31:8).
           WRITE  REPORT-REC  FROM  NOTE-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
      *--  COPIED = DETAIL + HEADER + TRAILER.
           MOVE  RUN-DETAIL-COUNT  TO  BW-EXPECTED.
           ADD  2                  TO  BW-EXPECTED.
           MOVE  'COPIED VS DETAIL+HEADER+TRAILER:'  TO  CK-LABEL.
           MOVE  RUN-INPUT-COUNT   TO  CK-LEFT.
           MOVE  BW-EXPECTED       TO  CK-RIGHT.
           PERFORM  JUDGE-CHECK-LINE-S  THRU  JUDGE-CHECK-LINE-E.
      *--  THE COPY'S TRAILER MUST BE THE ORIGINAL'S.  COMP3024
      *--  PROVED IT AT THE CUT, SO A COPY NOT CONCATENATED ON
      *--  OUTTP TONIGHT IS NOTED RATHER THAN FLAGGED.
           SET  WANT-REISSUE  TO  TRUE.
           PERFORM  FIND-TRAILER-S  THRU  FIND-TRAILER-E.
           IF  NO-TRAILER-FOUND
               MOVE  SPACES  TO  NOTE-LINE
               MOVE  'REISSUED COPY NOT ON OUTTP - PROVED AT THE CUT'
                     TO  NL-LABEL
               WRITE  REPORT-REC  FROM  NOTE-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
               PERFORM  WRITE-BAL-HISTORY-S  THRU  WRITE-BAL-HISTORY-E
               GO TO  BALANCE-REISSUE-RUN-E
           END-IF.
           SET  TT-USED (TT-MATCH-INDEX)  TO  TRUE.
           MOVE  'TRAILER COUNT VS LOGGED DETAIL: '  TO  CK-LABEL.
           MOVE  TT-RECORD-COUNT (TT-MATCH-INDEX)  TO  CK-LEFT.
           MOVE  RUN-DETAIL-COUNT                  TO  CK-RIGHT.
           PERFORM  JUDGE-CHECK-LINE-S  THRU  JUDGE-CHECK-LINE-E.
           MOVE  'TRAILER HASH VS LOGGED HASH:    '  TO  CK-LABEL.
           MOVE  TT-PACK-TOTAL (TT-MATCH-INDEX)    TO  CK-LEFT.
           MOVE  RUN-PACK-TOTAL                    TO  CK-RIGHT.
           PERFORM  JUDGE-CHECK-LINE-S  THRU  JUDGE-CHECK-LINE-E.
           MOVE  'TRAILER NET VS LOGGED NET:      '  TO  CK-LABEL.
           MOVE  TT-NET-TOTAL (TT-MATCH-INDEX)     TO  CK-LEFT.
           MOVE  RUN-NET-TOTAL                     TO  CK-RIGHT.
           PERFORM  JUDGE-CHECK-LINE-S  THRU  JUDGE-CHECK-LINE-E.
           PERFORM  WRITE-BAL-HISTORY-S  THRU  WRITE-BAL-HISTORY-E.
        BALANCE-REISSUE-RUN-E.
           EXIT.

        TAKE-HOLD-COUNTS        SECTION.
        TAKE-HOLD-COUNTS-S.
      *--  RECORDS LOGGED BEFORE THE HOLD COUNTS EXISTED CARRY
      *--  SPACES THERE AND BALANCE AS IF ZERO.
           IF  RUN-HELD-COUNT  NUMERIC
               MOVE  RUN-HELD-COUNT  TO  BW-HELD-COUNT
           ELSE
               MOVE  0               TO  BW-HELD-COUNT
           END-IF.
           IF  RUN-RELEASED-COUNT  NUMERIC
               MOVE  RUN-RELEASED-COUNT  TO  BW-RELEASED-COUNT
           ELSE
               MOVE  0                   TO  BW-RELEASED-COUNT
           END-IF.
        TAKE-HOLD-COUNTS-E.
           EXIT.

        FIND-TRAILER    SECTION.
        FIND-TRAILER-S.
      *--  THE FIRST UNCONSUMED TRAILER OF THE WANTED KIND FOR THE
      *--  RUN'S PARTNER AND TAPE DATE.
           MOVE  0  TO  TT-MATCH-INDEX.
           PERFORM  MATCH-ONE-TRAILER-S  THRU  MATCH-ONE-TRAILER-E
                    VARYING  TT-INDEX  FROM  1  BY  1
           IF  NOT TT-USED (TT-INDEX)
               AND  TT-PARTNER-ID (TT-INDEX)  =  RUN-PARTNER-ID
               AND  TT-TAPE-DATE (TT-INDEX)   =  RUN-TAPE-DATE
               AND  TT-REISSUE-SWITCH (TT-INDEX)  =  WANTED-KIND
               MOVE  TT-INDEX  TO  TT-MATCH-INDEX
           END-IF.
        MATCH-ONE-TRAILER-E.

        WRITE-SHEET-HEADING     SECTION.
        WRITE-SHEET-HEADING-S.
           MOVE  IMBALANCE-COUNT  TO  SHEET-START-IMBALANCES.
           MOVE  SPACES           TO  SHEET-HEADING-LINE.
           MOVE  'PARTNER '       TO  SH-LABEL1.
           MOVE  RUN-PARTNER-ID   TO  SH-PARTNER.
           MOVE  '  RUN  '        TO  SH-LABEL2.
           MOVE  RUN-DATE         TO  SH-RUN-DATE.
           MOVE  RUN-TIME         TO  SH-RUN-TIME.
           MOVE  SHEET-KIND       TO  SH-LABEL3.
           WRITE  REPORT-REC  FROM  SHEET-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-SHEET-HEADING-E.
           EXIT.

        OPEN-BAL-HISTORY        SECTION.
        OPEN-BAL-HISTORY-S.
           OPEN  EXTEND  BAL-HISTORY.
      *--  STATUS 35 MEANS THE HISTORY HAS NEVER BEEN WRITTEN -
      *--  START IT FRESH ON THE VERY FIRST RUN.
           IF  WS-BALHIST-STATUS  =  '35'
               OPEN  OUTPUT  BAL-HISTORY
           END-IF.
           IF  NOT WS-BALHIST-OK
               DISPLAY  'COMP3012 - BALANCING HISTORY OPEN FAILED, '
                        'STATUS = '  WS-BALHIST-STATUS
               SET  HISTORY-FAILED  TO  TRUE
               GO TO  OPEN-BAL-HISTORY-E
           END-IF.
           SET  HISTORY-OPEN  TO  TRUE.
        OPEN-BAL-HISTORY-E.
           EXIT.

        WRITE-BAL-HISTORY       SECTION.
        WRITE-BAL-HISTORY-S.
      *--  THE SHEET JUST CLOSED, AGAINST THE RUN IT BALANCED.
           IF  NOT HISTORY-OPEN
               GO TO  WRITE-BAL-HISTORY-E
           END-IF.
           MOVE  SPACES             TO  BALANCE-HIST-REC.
           MOVE  BALANCE-DATE       TO  BH-BALANCE-DATE.
           MOVE  WS-RUN-DATE        TO  BH-STAMP-DATE.
           MOVE  WS-RUN-TIME (1:6)  TO  BH-STAMP-TIME.
           MOVE  RUN-PROGRAM        TO  BH-PROGRAM.
           MOVE  RUN-PARTNER-ID     TO  BH-PARTNER-ID.
           MOVE  RUN-TIME           TO  BH-RUN-TIME.
           MOVE  RUN-TAPE-DATE      TO  BH-TAPE-DATE.
           IF  IMBALANCE-COUNT  >  SHEET-START-IMBALANCES
               SET  BH-IMBALANCED  TO  TRUE
           ELSE
               SET  BH-BALANCED    TO  TRUE
           END-IF.
           WRITE  BALANCE-HIST-REC.
           IF  NOT WS-BALHIST-OK
               DISPLAY  'COMP3012 - BALANCING HISTORY WRITE FAILED, '
                        'STATUS = '  WS-BALHIST-STATUS
               CLOSE  BAL-HISTORY
               SET  HISTORY-FAILED  TO  TRUE
           END-IF.
        WRITE-BAL-HISTORY-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'HOLD RELEASES BALANCED:   '  TO  RS-LABEL.
           MOVE  RELEASE-SHEET-COUNT           TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'REISSUES BALANCED:        '  TO  RS-LABEL.
           MOVE  REISSUE-SHEET-COUNT           TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'IMBALANCES FLAGGED:       '  TO  RS-LABEL.
           MOVE  IMBALANCE-COUNT               TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
