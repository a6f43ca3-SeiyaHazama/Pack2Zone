      ******************************************************************
      *  OVERVIEW: THIS PGM IS WRITE PACK VAR ON OUT TAPE.             *
      *            'C' AND 'P' DETAILS OVER THE PARTNER'S              *
      *            AUTHORIZATION LIMITS ARE HELD FOR A SUPERVISOR.     *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
      *--  FOR; THE PARTNER'S JCL POINTS OUTTP AT ITS OWN GDG.
           SELECT  PROFILE-FILE  ASSIGN  TO  'PARTPROF'
                            FILE STATUS  IS  WS-PROFILE-STATUS.
      *--  CUSTOMER ACCOUNT MASTER - ONE RECORD PER ACCOUNT, KEYED
      *--  BY ACCOUNT NUMBER SO EVERY COMBINED CUSTOMER DETAIL CAN BE
      *--  CHECKED AGAINST A KNOWN, OPEN ACCOUNT WITH ONE READ.
           SELECT  CUST-MASTER  ASSIGN  TO  'CUSTMST'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  RANDOM
                            RECORD KEY   IS  CM-ACCOUNT
                            FILE STATUS  IS  WS-MASTER-STATUS.
      *--  SHARED TAPE LIFECYCLE LEDGER - THIS RUN OPENS THE BUILT
      *--  GENERATION'S LIFE WITH A BUILT ENTRY.
           SELECT  TAPE-LEDGER  ASSIGN  TO  'TAPELDG'
                            FILE STATUS  IS  WS-LEDGER-STATUS.
      *--  ROLLING HISTORY OF THE 'C' DETAILS RECENTLY SHIPPED -
      *--  EVERY BUILD ADDS WHAT IT SENT, AND A RUN WITH A
      *--  DUPCHECK CARD CONSULTS IT SO AN UPSTREAM EXTRACT RERUN
      *--  DOES NOT SHIP THE SAME TRANSACTIONS TWICE.  KEYED BY
      *--  ACCOUNT AND RUN DATE - THE CHECK READS ONE ACCOUNT'S
      *--  ENTRIES INSIDE THE WINDOW AND NOTHING ELSE.
           SELECT  SENT-HIST    ASSIGN  TO  'SENTHIST'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  DYNAMIC
                            RECORD KEY   IS  SH-KEY
                            FILE STATUS  IS  WS-SENTHIST-STATUS.
      *--  PRINTED SUSPECT-DUPLICATES REPORT - ONE LINE PER 'C'
      *--  DETAIL MATCHING ONE ALREADY SHIPPED IN THE WINDOW.
           SELECT  DUP-REPORT   ASSIGN  TO  'DUPRPT'
                            FILE STATUS  IS  WS-DUPRPT-STATUS.
      *--  SHARED BUSINESS-DAY CALENDAR, KEYED BY DATE - A LIVE
      *--  BUILD LOOKS UP ITS RUN DATE ON IT BEFORE DATING A TAPE.
           SELECT  BUS-CALENDAR ASSIGN  TO  'BUSCAL'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  RANDOM
                            RECORD KEY   IS  BC-DATE
                            FILE STATUS  IS  WS-CALENDAR-STATUS.
      *--  AUTHORIZATION HOLD QUEUE - 'C' AND 'P' DETAILS OVER THE
      *--  PARTNER'S SINGLE-ITEM OR PER-ACCOUNT DAILY LIMIT ARE
      *--  COPIED HERE INSTEAD OF ONTO THE TAPE, TO WAIT FOR A
      *--  SUPERVISOR'S DECISION (COMP3021).
           SELECT  HOLD-QUEUE   ASSIGN  TO  'HOLDQ'
                            FILE STATUS  IS  WS-HOLDQ-STATUS.
      *--  PRINTED HOLD REPORT - ONE LINE PER DETAIL HELD, AND ONE
      *--  PER APPROVED DETAIL RIDING THE BUILD PAST THE LIMITS.
           SELECT  HOLD-REPORT  ASSIGN  TO  'HOLDRPT'
                            FILE STATUS  IS  WS-HOLDRPT-STATUS.
      *--  RELEASE LIST - THE HELD DETAILS A SUPERVISOR APPROVED,
      *--  WRITTEN BY COMP3021 ALONGSIDE THE RELEASE FILE THE JCL
      *--  CONCATENATES ONTO INPACK.  IT SAYS WHICH PARTNER EACH
      *--  RELEASED RECORD BELONGS TO.
           SELECT  RELEASE-LIST ASSIGN  TO  'RELLIST'
                            FILE STATUS  IS  WS-RELLIST-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  INPUT SOURCE RECORDS - ZONE-ONLY / PACK-ONLY / KANA-ONLY.
      *--    RUN MUST LOG THE SAME ONE OR THE NIGHTLY BALANCING
      *--    (COMP3012) CANNOT FIND THEM UNDER THE LOGGED RUN.
             02    RST-RUN-TIME          PICTURE X(08).
      *--    THE LIMIT-HELD AND RELEASED COUNTS RIDE IT FOR THE SAME
      *--    REASON AS THE SKIP COUNT - THE RUN LOG MUST COVER THE
      *--    WHOLE RUN.
             02    RST-LIMIT-HELD-COUNT  PICTURE 9(09).
             02    RST-RELEASED-COUNT    PICTURE 9(09).
      *--  REJECT FILE - ONE RECORD PER SOURCE RECORD THAT FAILED
      *--  VALIDATION, KEYED BY RUN DATE AND INPUT RECORD NUMBER SO
      *--  THE CORRECTION FACILITY (COMP3005) CAN MATCH A CORRECTION
           FD      TAPE-LEDGER.
           COPY    TAPELDG.
      *--  ROLLING SENT HISTORY - ONE RECORD PER 'C' DETAIL SHIPPED,
      *--  ADDED NIGHT AFTER NIGHT AND TRIMMED BY HAND (OR BY A
      *--  FUTURE HOUSEKEEPING PASS) ONCE ENTRIES AGE PAST EVERY
      *--  REASONABLE LOOKBACK WINDOW.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/SENTHIST.
           FD      SENT-HIST.
           COPY    SENTHIST.
      *--  SUSPECT-DUPLICATES REPORT.
           FD      DUP-REPORT.
           01      DUP-REPORT-REC        PICTURE X(100).
      *--  BUSINESS-DAY CALENDAR.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/BUSCAL.
           FD      BUS-CALENDAR.
           COPY    BUSCAL.
      *--  HOLD QUEUE AND RELEASE LIST.  RECORD LAYOUT IS SHARED -
      *--  SEE COPYLIB/HOLDREC (HELD IN WORKING-STORAGE BELOW).
           FD      HOLD-QUEUE.
           01      HOLD-QUEUE-REC        PICTURE X(100).
           FD      RELEASE-LIST.
           01      RELEASE-LIST-REC      PICTURE X(100).
      *--  HOLD REPORT.
           FD      HOLD-REPORT.
           01      HOLD-REPORT-REC       PICTURE X(100).
        WORKING-STORAGE SECTION.
      *--  END OF INPUT SWITCH.
           01      SWITCHES.
      *--  SENT-HISTORY AND SUSPECT-DUPLICATES REPORT FILE STATUS.
           01      WS-SENTHIST-STATUS  PICTURE X(02).
             88    WS-SENTHIST-OK              VALUE  '00'.
             88    WS-SENTHIST-DUP-KEY         VALUE  '22'.
             88    WS-SENTHIST-NOT-FOUND       VALUE  '35'.
           01      WS-DUPRPT-STATUS  PICTURE X(02).
             88    WS-DUPRPT-OK                VALUE  '00'.
               88  FORCED-RERUN                       VALUE  'Y'.
             02    LEDGER-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-LEDGER                      VALUE  'Y'.
      *--  BUSINESS-DATE GUARD.  THE TAPE IS DATED WITH THE RUN DATE
      *--  AND PARTNERS SETTLE ONLY ON BUSINESS DAYS, SO A LIVE BUILD
      *--  FOR A DATE THE CALENDAR SHOWS AS A WEEKEND, HOLIDAY OR
      *--  CLOSURE - OR DOES NOT SHOW AT ALL - IS REFUSED RC=16.
      *--  FORCE=YES LETS A DELIBERATE OFF-DAY BUILD THROUGH, NOTED
      *--  ON THE RUN LOG AS A FORCED RUN THE SAME AS A REBUILD.
           01      WS-CALENDAR-STATUS  PICTURE X(02).
             88    WS-CALENDAR-OK              VALUE  '00'.
           01      CALENDAR-CONTROL.
             02    CR-TEXT            PICTURE X(32)  VALUE  SPACES.
               88  RUN-DATE-IS-BUSINESS-DAY           VALUE  SPACES.
             02    CR-DESCRIPTION     PICTURE X(20)  VALUE  SPACES.
      *--  CROSS-NIGHT DUPLICATE CONTROL.  THE SYSIN CARD
      *--  DUPCHECK=YYYYMMDD TURNS THE CHECK ON AND SETS THE START
      *--  OF THE LOOKBACK WINDOW - A 'C' DETAIL MATCHING ONE
             02    SUSPECT-DUP-COUNT  PICTURE 9(09)  COMP  VALUE  0.
             02    HELD-DUP-COUNT     PICTURE 9(09)  COMP  VALUE  0.
             02    LOG-SKIP-TOTAL     PICTURE 9(09)  COMP.
      *--  KEYED LOOKUP OF THE SENT HISTORY - THE CHECK STARTS ON
      *--  THE DETAIL'S ACCOUNT AT THE OPENING DATE OF THE WINDOW
      *--  AND READS FORWARD WHILE THE ACCOUNT HOLDS.  THE HISTORY
      *--  IS OPEN ONLY WHEN A BUILD RECORDS TO IT OR A CHECK READS
      *--  IT; AN AUDIT RUN FINDING NO HISTORY DATASET HAS NOTHING
      *--  TO LOOK BACK AT.
           01      HISTORY-CONTROL.
             02    HISTORY-OPEN-SWITCH PICTURE X(01)  VALUE  'N'.
               88  HISTORY-OPEN                        VALUE  'Y'.
             02    HISTORY-EOF-SWITCH PICTURE X(01)  VALUE  'N'.
               88  END-OF-HISTORY                     VALUE  'Y'.
             02    HW-AMOUNT          PICTURE S9(10).
             02    HW-SENT-DATE       PICTURE X(08).
               88  NO-HISTORY-FOUND                   VALUE  SPACES.
      *--  SUSPECT-DUPLICATES REPORT LINES - DATED AND RUN-STAMPED
      *--  LIKE THE EXCEPTION REPORT'S.
           01      DUP-LINE.
             02    DS-LABEL         PICTURE X(28).
             02    DS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(63).
      *--  AUTHORIZATION LIMITS FROM THE PARTNER PROFILE.  A 'C' OR
      *--  'P' DETAIL WHOSE AMOUNT, EITHER SIGN, IS OVER ITEM-LIMIT -
      *--  OR A 'C' DEBIT (A POSITIVE AMOUNT) TAKING ITS ACCOUNT'S
      *--  DEBITS FOR THE RUN DATE OVER DAILY-LIMIT - IS HELD OFF
      *--  THE TAPE ON THE HOLD QUEUE.  THE DAY'S DEBITS SO FAR ARE
      *--  SUMMED OFF THE SENT HISTORY, SO EVERY BUILD OF THE DATE
      *--  COUNTS AND A RESTART PICKS UP WHAT IT ALREADY SHIPPED.  AN
      *--  AUDIT RUN RECORDS NOTHING THERE, SO IT SEES ONLY WHAT
      *--  EARLIER LIVE BUILDS SHIPPED.  ZERO MEANS NO LIMIT.
           01      WS-HOLDQ-STATUS  PICTURE X(02).
             88    WS-HOLDQ-OK                 VALUE  '00'.
           01      WS-HOLDRPT-STATUS  PICTURE X(02).
             88    WS-HOLDRPT-OK               VALUE  '00'.
           01      LIMIT-CONTROL.
             02    ITEM-LIMIT         PICTURE 9(11)  VALUE  0.
             02    DAILY-LIMIT        PICTURE 9(11)  VALUE  0.
             02    LIMITS-SWITCH      PICTURE X(01)  VALUE  'N'.
               88  LIMITS-IN-FORCE                    VALUE  'Y'.
             02    HOLD-FILES-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  HOLD-FILES-OPEN                    VALUE  'Y'.
             02    CLEARED-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  DETAIL-CLEARED                     VALUE  'Y'.
             02    LIMIT-KIND         PICTURE X(01).
               88  NO-LIMIT-BROKEN                    VALUE  SPACE.
             02    LIMIT-BROKEN       PICTURE 9(11).
             02    LIMIT-TESTED       PICTURE 9(13).
             02    LW-SIGNED          PICTURE S9(10) COMP.
             02    LW-ABSOLUTE        PICTURE 9(10)  COMP.
             02    DAY-DEBIT-TOTAL    PICTURE S9(13) COMP.
             02    LIMIT-HELD-COUNT   PICTURE 9(09)  COMP  VALUE  0.
             02    RELEASED-COUNT     PICTURE 9(09)  COMP  VALUE  0.
      *--  THE HOLD QUEUE RECORD.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/HOLDREC.
           COPY    HOLDREC.
      *--  APPROVED HOLDS OFF THE RELEASE LIST.  THE RELEASED RECORD
      *--  ITSELF ARRIVES ON INPACK; MATCHING IT HERE LETS IT PAST THE
      *--  LIMITS ON ITS OWN PARTNER'S BUILD, AND KEEPS IT OFF EVERY
      *--  OTHER PARTNER'S - THEY NEVER HELD IT, SO IT IS NOT THEIRS
      *--  TO SHIP A SECOND TIME.  EACH ENTRY IS CONSUMED ONCE.
           01      WS-RELLIST-STATUS  PICTURE X(02).
             88    WS-RELLIST-OK               VALUE  '00'.
           01      RELEASE-TABLE.
             02    RELEASE-COUNT      PICTURE 9(05)  COMP  VALUE  0.
             02    RELEASE-ENTRY      OCCURS  2000.
               03  RT-PARTNER-ID      PICTURE X(04).
               03  RT-SOURCE-REC      PICTURE X(26).
               03  RT-USED-SWITCH     PICTURE X(01).
                 88  RT-USED                          VALUE  'Y'.
           01      RELEASE-CONTROL.
             02    RELEASE-EOF-SWITCH PICTURE X(01)  VALUE  'N'.
               88  END-OF-RELEASES                    VALUE  'Y'.
             02    RT-INDEX           PICTURE 9(05)  COMP.
             02    RT-OWN-INDEX       PICTURE 9(05)  COMP.
             02    RT-OTHER-INDEX     PICTURE 9(05)  COMP.
      *--  HOLD REPORT LINES - DATED AND RUN-STAMPED LIKE THE
      *--  EXCEPTION REPORT'S.
           01      HOLD-LINE.
             02    HL-RUN-DATE      PICTURE X(08).
             02    HL-FILL0         PICTURE X(01).
             02    HL-RUN-ID        PICTURE X(06).
             02    HL-FILL0B        PICTURE X(01).
             02    HL-STATUS        PICTURE X(09).
             02    HL-LABEL         PICTURE X(04).
             02    HL-RECORD-NUM    PICTURE ZZZZZZZZ9.
             02    HL-FILL1         PICTURE X(01).
             02    HL-REC-TYPE      PICTURE X(01).
             02    HL-FILL2         PICTURE X(01).
             02    HL-ACCOUNT       PICTURE X(10).
             02    HL-FILL3         PICTURE X(01).
             02    HL-AMOUNT        PICTURE +9(10).
             02    HL-FILL4         PICTURE X(01).
             02    HL-LIMIT-LABEL   PICTURE X(11).
             02    HL-LIMIT         PICTURE Z(10)9.
             02    HL-FILL5         PICTURE X(01).
             02    HL-TESTED        PICTURE Z(12)9.
           01      HOLD-HEADING-LINE.
             02    HH-RUN-DATE      PICTURE X(08).
             02    HH-FILL0         PICTURE X(01).
             02    HH-RUN-ID        PICTURE X(06).
             02    HH-FILL0B        PICTURE X(01).
             02    HH-LABEL         PICTURE X(34).
             02    HH-PARTNER       PICTURE X(04).
             02    FILLER           PICTURE X(46).
           01      HOLD-SUMMARY-LINE.
             02    HS-LABEL         PICTURE X(28).
             02    HS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(63).
      *--  THE GRADED CONDITION CODE THIS RUN WILL END WITH - SET
      *--  BEFORE IT IS MOVED TO RETURN-CODE SO THE RUN-HISTORY LOG
      *--  CAN RECORD IT TOO.
               88  PARTNER-TAKES-CUST                 VALUE  'Y'.
             02    SKIPPED-RECORD-COUNT
                                      PICTURE 9(09)  COMP  VALUE  0.
      *--  CUSTOMER ACCOUNT MASTER FILE STATUS.  THE MASTER IS READ
      *--  BY KEY FOR EVERY COMBINED CUSTOMER DETAIL - AN ACCOUNT NOT
      *--  ON THE MASTER, OR CLOSED ON IT, IS REJECTED INSTEAD OF
      *--  RIDING THE PARTNER TAPE.
           01      WS-MASTER-STATUS  PICTURE X(02).
             88    WS-MASTER-OK                VALUE  '00'.
      *--  RUN MODE FROM THE SYSIN CARD MODE=AUDIT.  AN AUDIT RUN
      *--  DRIVES THE FULL READ/VALIDATE PATH AND THE EXCEPTION
      *--  REPORT, AND GRADES ITS CONDITION CODE THE SAME WAY, BUT
      *--  WITH NO PARTNER OR AN UNKNOWN PARTNER MUST NOT BUILD A
      *--  TAPE NOBODY OWNS.
           PERFORM  LOAD-PROFILE-S  THRU  LOAD-PROFILE-E.
      *--  PICK UP THE HELD DETAILS A SUPERVISOR HAS APPROVED SINCE
      *--  THE LAST BUILD - THEY RIDE IN ON INPACK.
           PERFORM  LOAD-RELEASE-LIST-S  THRU  LOAD-RELEASE-LIST-E.
      *--  OPEN THE CUSTOMER ACCOUNT MASTER - EVERY COMBINED
      *--  CUSTOMER DETAIL IS LOOKED UP ON IT BY ACCOUNT.
           PERFORM  OPEN-CUST-MASTER-S  THRU  OPEN-CUST-MASTER-E.
           ACCEPT  WS-RUN-TIME  FROM  TIME.
      *--  THE RUN DATE STAMPS THE TAPE HEADER AND EVERY REJECT
      *--  RECORD, SO IT IS PICKED UP FIRST - A RESTARTED RUN SKIPS
           IF  NOT AUDIT-MODE
               PERFORM  CHECK-RESTART-S  THRU  CHECK-RESTART-E
           END-IF.
      *--  REFUSE A LIVE BUILD DATED ON A NON-BUSINESS DAY.  THE
      *--  CHECK FOLLOWS THE RESTART CHECK SO A RESTART IS JUDGED ON
      *--  THE DATE ITS TAPE ACTUALLY CARRIES, NOT ON THE CLOCK.
           IF  NOT AUDIT-MODE
               PERFORM  CHECK-BUSINESS-DATE-S
                        THRU  CHECK-BUSINESS-DATE-E
           END-IF.
           OPEN  INPUT  IN-PACK.
      *--  AN AUDIT RUN OPENS ONLY THE EXCEPTION REPORT - NO TAPE,
               END-IF
               PERFORM  WRITE-REPORT-HEADING-S
                        THRU  WRITE-REPORT-HEADING-E
      *--      AN AUDIT RUN READS THE SENT HISTORY ONLY TO CHECK FOR
      *--      DUPLICATES AND TO SUM THE DAY'S DEBITS AGAINST A DAILY
      *--      LIMIT - IT RECORDS NOTHING ON IT.
               IF  DUP-CHECK-REQUESTED  OR  DAILY-LIMIT  >  0
                   PERFORM  OPEN-SENT-HISTORY-S
                            THRU  OPEN-SENT-HISTORY-E
               END-IF
           ELSE
               PERFORM  OPEN-BUILD-FILES-S  THRU  OPEN-BUILD-FILES-E
      *--      EVERY 'C' DETAIL A BUILD SHIPS IS RECORDED ON THE
                            THRU  WRITE-DUP-HEADING-E
               END-IF
           END-IF.
      *--  THE HOLD QUEUE AND HOLD REPORT ARE NEEDED ONLY WHEN THE
      *--  PARTNER HAS A LIMIT OR AN APPROVED HOLD IS COMING THROUGH.
           IF  LIMITS-IN-FORCE  OR  RELEASE-COUNT  >  0
               PERFORM  OPEN-HOLD-FILES-S  THRU  OPEN-HOLD-FILES-E
           END-IF.
      *--  CONVERT EVERY SOURCE RECORD TO A TP-REC.
           PERFORM  READ-INPUT-S     THRU  READ-INPUT-E.
           PERFORM  WRITE-DETAIL-S   THRU  WRITE-DETAIL-E
               PERFORM  WRITE-DUP-TRAILER-S  THRU  WRITE-DUP-TRAILER-E
               CLOSE  DUP-REPORT
           END-IF.
      *--  CLOSE OUT THE HOLD REPORT WITH ITS COUNTS.
           IF  HOLD-FILES-OPEN
               PERFORM  WRITE-HOLD-TRAILER-S  THRU  WRITE-HOLD-TRAILER-E
               CLOSE  HOLD-REPORT
               IF  NOT AUDIT-MODE
                   CLOSE  HOLD-QUEUE
               END-IF
           END-IF.
      *--  TAPE CLOSE.
           CLOSE IN-PACK.
           CLOSE REPORT-FILE.
           CLOSE CUST-MASTER.
           IF  HISTORY-OPEN
               CLOSE SENT-HIST
           END-IF.
           IF  NOT AUDIT-MODE
               CLOSE OUT-TP
               CLOSE REJECT-FILE
      *--      RUN COMPLETED CLEANLY - CLEAR THE CHECKPOINT SO THE
      *--      NEXT RUN STARTS A FRESH TAPE INSTEAD OF RESTARTING.
               PERFORM  CLEAR-RESTART-S  THRU  CLEAR-RESTART-E
                            ' OF THEM HELD OFF THE TAPE'
               END-IF
           END-IF.
           IF  LIMIT-HELD-COUNT  >  0
               DISPLAY  'COMP3001 - '  LIMIT-HELD-COUNT
                        ' DETAILS OVER THE AUTHORIZATION LIMITS HELD '
                        'FOR REVIEW - SEE THE HOLD REPORT'
           END-IF.
           IF  RELEASED-COUNT  >  0
               DISPLAY  'COMP3001 - '  RELEASED-COUNT
                        ' APPROVED HOLDS RELEASED ONTO THE TAPE'
           END-IF.
      *--  AN AUDIT RUN ENDS WITH ITS WOULD-BE TOTALS ON SYSOUT AND
      *--  LEAVES NO TRACE ON THE RUN LOG OR THE TAPE LEDGER - A
      *--  TRIAL PASS MUST NOT COUNT AS A BUILD ANYWHERE DOWNSTREAM.
                    REJECT-RECORD-COUNT.
           DISPLAY  'COMP3001 - AUDIT SKIPPED BY TYPE: '
                    SKIPPED-RECORD-COUNT.
           DISPLAY  'COMP3001 - AUDIT WOULD-BE HELD:   '
                    LIMIT-HELD-COUNT.
           DISPLAY  'COMP3001 - AUDIT WOULD-BE HASH:   '
                    PACK-CONTROL-TOTAL.
           DISPLAY  'COMP3001 - AUDIT WOULD-BE NET:    '
               MOVE  PP-TAKES-PACK  TO  TAKES-PACK-FLAG
               MOVE  PP-TAKES-KANA  TO  TAKES-KANA-FLAG
               MOVE  PP-TAKES-CUST  TO  TAKES-CUST-FLAG
      *--      A BLANK LIMIT ON A PROFILE FROM BEFORE THE FIELDS
      *--      EXISTED MEANS NO LIMIT, THE SAME AS ZERO.
               IF  PP-ITEM-LIMIT  NUMERIC
                   MOVE  PP-ITEM-LIMIT   TO  ITEM-LIMIT
               END-IF
               IF  PP-DAILY-LIMIT  NUMERIC
                   MOVE  PP-DAILY-LIMIT  TO  DAILY-LIMIT
               END-IF
               IF  ITEM-LIMIT  >  0  OR  DAILY-LIMIT  >  0
                   SET  LIMITS-IN-FORCE  TO  TRUE
               END-IF
           END-IF.
        READ-ONE-PROFILE-E.
           EXIT.

        OPEN-CUST-MASTER        SECTION.
        OPEN-CUST-MASTER-S.
           OPEN  INPUT  CUST-MASTER.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3001 - CUSTOMER MASTER OPEN FAILED, '
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        OPEN-CUST-MASTER-E.
           EXIT.

        OPEN-SENT-HISTORY       SECTION.
        OPEN-SENT-HISTORY-S.
      *--  AN AUDIT RUN ONLY READS THE HISTORY - ONE THAT HAS NEVER
      *--  BEEN WRITTEN (STATUS 35) JUST MEANS THERE IS NOTHING TO
      *--  LOOK BACK AT.
           IF  AUDIT-MODE
               OPEN  INPUT  SENT-HIST
               IF  WS-SENTHIST-NOT-FOUND
                   GO TO  OPEN-SENT-HISTORY-E
               END-IF
           ELSE
      *--      THE HISTORY GROWS NIGHT AFTER NIGHT - STATUS 35 JUST
      *--      MEANS THE CLUSTER HAS NEVER BEEN LOADED.  OPENING IT
      *--      OUTPUT AND CLOSING IT AGAIN LEAVES IT READY FOR I-O.
      *--      A BUILD THAT CANNOT RECORD WHAT IT SHIPS MUST NOT
      *--      SHIP - THE NEXT RERUN WOULD SAIL PAST THE DUPLICATE
      *--      CHECK.
               OPEN  I-O  SENT-HIST
               IF  WS-SENTHIST-NOT-FOUND
                   OPEN  OUTPUT  SENT-HIST
                   CLOSE  SENT-HIST
                   OPEN  I-O  SENT-HIST
               END-IF
           END-IF.
           IF  NOT WS-SENTHIST-OK
               DISPLAY  'COMP3001 - SENT HISTORY OPEN FAILED, '
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           SET  HISTORY-OPEN  TO  TRUE.
        OPEN-SENT-HISTORY-E.
           EXIT.

        WRITE-SENT-HISTORY      SECTION.
        WRITE-SENT-HISTORY-S.
      *--  THE ENTRY IS KEYED BY THE RUN'S IDENTITY AND THE DETAIL'S
      *--  TAPE SEQUENCE NUMBER, SO A RESTART REPROCESSING A DETAIL
      *--  WRITTEN JUST BEFORE THE ABEND FINDS ITS ENTRY ALREADY ON
      *--  FILE (STATUS 22) - THAT IS THE SAME SHIPMENT, NOT A
      *--  FAILURE.
           MOVE  SPACES               TO  SENT-HIST-REC.
           MOVE  IN-CUST-ACCOUNT      TO  SH-ACCOUNT.
           MOVE  WS-RUN-DATE          TO  SH-RUN-DATE.
           MOVE  RUN-PARTNER          TO  SH-PARTNER-ID.
           MOVE  WS-RUN-TIME (1:6)    TO  SH-RUN-ID.
           MOVE  DETAIL-RECORD-COUNT  TO  SH-SEQ-NUMBER.
           MOVE  IN-CUST-AMOUNT       TO  SH-AMOUNT.
           WRITE  SENT-HIST-REC.
           IF  WS-SENTHIST-DUP-KEY  AND  RESTARTING
               GO TO  WRITE-SENT-HISTORY-E
           END-IF.
           IF  NOT WS-SENTHIST-OK
               DISPLAY  'COMP3001 - SENT HISTORY WRITE FAILED, '
                        'STATUS = '  WS-SENTHIST-STATUS
      *--  HUNT THE WINDOWED HISTORY FOR A 'C' DETAIL WITH THE SAME
      *--  ACCOUNT AND AMOUNT - THE SIGNATURE AN UPSTREAM EXTRACT
      *--  RERUN LEAVES WHEN IT LANDS THE SAME TRANSACTIONS TWO
      *--  NIGHTS RUNNING.  THE START POSITIONS ON THE ACCOUNT AT
      *--  THE OPENING DATE OF THE WINDOW, SO ENTRIES OLDER THAN THE
      *--  WINDOW ARE NEVER READ.
           MOVE  SPACES  TO  HW-SENT-DATE.
           IF  NOT HISTORY-OPEN
               GO TO  CHECK-DUPLICATE-E
           END-IF.
           MOVE  IN-CUST-AMOUNT   TO  HW-AMOUNT.
           MOVE  LOW-VALUES       TO  SH-KEY.
           MOVE  IN-CUST-ACCOUNT  TO  SH-ACCOUNT.
           MOVE  DUP-CHECK-DATE   TO  SH-RUN-DATE.
           MOVE  'N'  TO  HISTORY-EOF-SWITCH.
           START  SENT-HIST  KEY  IS  NOT LESS THAN  SH-KEY
               INVALID KEY  SET  END-OF-HISTORY  TO  TRUE
           END-START.
           PERFORM  MATCH-ONE-HISTORY-S  THRU  MATCH-ONE-HISTORY-E
                    UNTIL  END-OF-HISTORY
                       OR  NOT NO-HISTORY-FOUND.
           IF  NO-HISTORY-FOUND
               GO TO  CHECK-DUPLICATE-E
           END-IF.
           MOVE  'AMOUNT: '       TO  DP-AMT-LABEL.
           MOVE  HW-AMOUNT        TO  DP-AMOUNT.
           MOVE  'SENT ON: '      TO  DP-SENT-LABEL.
           MOVE  HW-SENT-DATE     TO  DP-SENT-DATE.
           WRITE  DUP-REPORT-REC  FROM  DUP-LINE.
           PERFORM  CHECK-DUPRPT-STATUS-S  THRU  CHECK-DUPRPT-STATUS-E.
        CHECK-DUPLICATE-E.

        MATCH-ONE-HISTORY       SECTION.
        MATCH-ONE-HISTORY-S.
           READ  SENT-HIST  NEXT  RECORD
               AT END  SET  END-OF-HISTORY  TO  TRUE
           END-READ.
           IF  END-OF-HISTORY
               GO TO  MATCH-ONE-HISTORY-E
           END-IF.
           IF  NOT WS-SENTHIST-OK
               DISPLAY  'COMP3001 - SENT HISTORY READ FAILED, '
                        'STATUS = '  WS-SENTHIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  PAST THE LAST ENTRY FOR THE ACCOUNT - NOTHING MATCHED.
           IF  SH-ACCOUNT  NOT =  IN-CUST-ACCOUNT
               SET  END-OF-HISTORY  TO  TRUE
               GO TO  MATCH-ONE-HISTORY-E
           END-IF.
      *--  ENTRIES CARRYING THIS RUN'S OWN DATE NEVER MATCH - A
      *--  FORCED REBUILD OR A CHECKPOINT RESTART WOULD OTHERWISE
      *--  MATCH THE RECORDS ITS OWN DATE ALREADY WROTE AND HOLD
      *--  EVERY 'C' DETAIL OFF THE TAPE.  THE CHECK IS FOR UPSTREAM
      *--  RERUNS ACROSS NIGHTS; A SECOND BUILD ON ONE DATE IS THE
      *--  DOUBLE-RUN GUARD'S JOB.  NOR DO MANGLED ENTRIES.
           IF  SH-RUN-DATE  =  WS-RUN-DATE
               GO TO  MATCH-ONE-HISTORY-E
           END-IF.
           IF  SH-RUN-DATE  NOT NUMERIC
               OR  SH-AMOUNT  NOT NUMERIC
               GO TO  MATCH-ONE-HISTORY-E
           END-IF.
           IF  SH-AMOUNT  =  HW-AMOUNT
               MOVE  SH-RUN-DATE  TO  HW-SENT-DATE
           END-IF.
        MATCH-ONE-HISTORY-E.
           EXIT.
        CHECK-DUPRPT-STATUS-E.
           EXIT.

        LOAD-RELEASE-LIST       SECTION.
        LOAD-RELEASE-LIST-S.
      *--  A RELEASE LIST THAT HAS NEVER BEEN WRITTEN (STATUS 35)
      *--  JUST MEANS NOTHING HAS BEEN APPROVED YET.
           OPEN  INPUT  RELEASE-LIST.
           IF  WS-RELLIST-STATUS  =  '35'
               GO TO  LOAD-RELEASE-LIST-E
           END-IF.
           IF  NOT WS-RELLIST-OK
               DISPLAY  'COMP3001 - RELEASE LIST OPEN FAILED, '
                        'STATUS = '  WS-RELLIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  LOAD-ONE-RELEASE-S  THRU  LOAD-ONE-RELEASE-E
                    UNTIL  END-OF-RELEASES.
           CLOSE  RELEASE-LIST.
        LOAD-RELEASE-LIST-E.
           EXIT.

        LOAD-ONE-RELEASE        SECTION.
        LOAD-ONE-RELEASE-S.
           READ  RELEASE-LIST  INTO  HOLD-REC
               AT END  SET  END-OF-RELEASES  TO  TRUE
           END-READ.
           IF  END-OF-RELEASES
               GO TO  LOAD-ONE-RELEASE-E
           END-IF.
           IF  NOT HQ-APPROVED
               GO TO  LOAD-ONE-RELEASE-E
           END-IF.
           IF  RELEASE-COUNT  >=  2000
               DISPLAY  'COMP3001 - MORE THAN 2000 APPROVED HOLDS ON '
                        'THE RELEASE LIST'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  RELEASE-COUNT.
           MOVE  HQ-PARTNER-ID  TO  RT-PARTNER-ID (RELEASE-COUNT).
           MOVE  HQ-SOURCE-REC  TO  RT-SOURCE-REC (RELEASE-COUNT).
           MOVE  'N'            TO  RT-USED-SWITCH (RELEASE-COUNT).
        LOAD-ONE-RELEASE-E.
           EXIT.

        OPEN-HOLD-FILES SECTION.
        OPEN-HOLD-FILES-S.
      *--  THE QUEUE IS SHARED BY EVERY PARTNER'S BUILD AND WAITS
      *--  FOR THE SUPERVISORS ACROSS NIGHTS, SO IT IS ALWAYS
      *--  EXTENDED - STATUS 35 MEANS IT HAS NEVER BEEN WRITTEN.  THE
      *--  REPORT FOLLOWS THE REJECT FILE'S LEAD - EXTENDED ON A
      *--  RESTART, FRESH OTHERWISE.  AN AUDIT RUN REPORTS WHAT IT
      *--  WOULD HOLD BUT QUEUES NOTHING.
           IF  NOT AUDIT-MODE
               OPEN  EXTEND  HOLD-QUEUE
               IF  WS-HOLDQ-STATUS  =  '35'
                   OPEN  OUTPUT  HOLD-QUEUE
               END-IF
               IF  NOT WS-HOLDQ-OK
                   DISPLAY  'COMP3001 - HOLD QUEUE OPEN FAILED, '
                            'STATUS = '  WS-HOLDQ-STATUS
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF  RESTARTING
               OPEN  EXTEND  HOLD-REPORT
           ELSE
               OPEN  OUTPUT  HOLD-REPORT
           END-IF.
           IF  NOT WS-HOLDRPT-OK
               DISPLAY  'COMP3001 - HOLD REPORT OPEN FAILED, '
                        'STATUS = '  WS-HOLDRPT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           SET  HOLD-FILES-OPEN  TO  TRUE.
           IF  NOT RESTARTING
               PERFORM  WRITE-HOLD-HEADING-S  THRU  WRITE-HOLD-HEADING-E
           END-IF.
        OPEN-HOLD-FILES-E.
           EXIT.

        SCREEN-DETAIL   SECTION.
        SCREEN-DETAIL-S.
      *--  DECIDE WHETHER THE VALID 'C' OR 'P' DETAIL IN HAND, WITH
      *--  ITS AMOUNT IN LW-SIGNED, SHIPS.  AN APPROVED HOLD FOR THIS
      *--  PARTNER SHIPS WHATEVER THE LIMITS SAY; ONE APPROVED FOR
      *--  ANOTHER PARTNER IS SKIPPED; ANYTHING ELSE OVER A LIMIT IS
      *--  HELD.
           SET  DETAIL-CLEARED  TO  TRUE.
           IF  RELEASE-COUNT  >  0
               PERFORM  FIND-RELEASE-S  THRU  FIND-RELEASE-E
           ELSE
               MOVE  0  TO  RT-OWN-INDEX
               MOVE  0  TO  RT-OTHER-INDEX
           END-IF.
           IF  RT-OWN-INDEX  >  0
               SET  RT-USED (RT-OWN-INDEX)  TO  TRUE
               ADD  1  TO  RELEASED-COUNT
               IF  HOLD-FILES-OPEN
                   MOVE  SPACES  TO  LIMIT-KIND
                   MOVE  0       TO  LIMIT-BROKEN
                   MOVE  0       TO  LIMIT-TESTED
                   MOVE  'RELEASED '  TO  HL-STATUS
                   PERFORM  WRITE-HOLD-LINE-S  THRU  WRITE-HOLD-LINE-E
               END-IF
               GO TO  SCREEN-DETAIL-E
           END-IF.
           IF  RT-OTHER-INDEX  >  0
               SET  RT-USED (RT-OTHER-INDEX)  TO  TRUE
               ADD  1  TO  SKIPPED-RECORD-COUNT
               MOVE  'N'  TO  CLEARED-SWITCH
               GO TO  SCREEN-DETAIL-E
           END-IF.
           IF  NOT LIMITS-IN-FORCE
               GO TO  SCREEN-DETAIL-E
           END-IF.
           PERFORM  CHECK-LIMITS-S  THRU  CHECK-LIMITS-E.
           IF  NO-LIMIT-BROKEN
               GO TO  SCREEN-DETAIL-E
           END-IF.
           MOVE  'N'  TO  CLEARED-SWITCH.
           ADD  1  TO  LIMIT-HELD-COUNT.
           IF  NOT AUDIT-MODE
               MOVE  SPACES              TO  HOLD-REC
               MOVE  WS-RUN-DATE         TO  HQ-RUN-DATE
               MOVE  WS-RUN-TIME (1:6)   TO  HQ-RUN-ID
               MOVE  INPUT-RECORD-COUNT  TO  HQ-RECORD-NUM
               MOVE  RUN-PARTNER         TO  HQ-PARTNER-ID
               MOVE  IN-PACK-REC         TO  HQ-SOURCE-REC
               MOVE  LIMIT-KIND          TO  HQ-LIMIT-KIND
               MOVE  LIMIT-BROKEN        TO  HQ-LIMIT
               MOVE  LIMIT-TESTED        TO  HQ-TESTED-AMOUNT
               WRITE  HOLD-QUEUE-REC  FROM  HOLD-REC
               IF  NOT WS-HOLDQ-OK
                   DISPLAY  'COMP3001 - HOLD QUEUE WRITE FAILED, '
                            'STATUS = '  WS-HOLDQ-STATUS
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE  'HELD     '  TO  HL-STATUS.
           PERFORM  WRITE-HOLD-LINE-S  THRU  WRITE-HOLD-LINE-E.
        SCREEN-DETAIL-E.
           EXIT.

        FIND-RELEASE    SECTION.
        FIND-RELEASE-S.
      *--  THE FIRST UNCONSUMED APPROVAL FOR EXACTLY THIS SOURCE
      *--  RECORD - ONE FOR THIS RUN'S PARTNER IF THERE IS ONE,
      *--  OTHERWISE THE FIRST FOR ANY OTHER PARTNER.
           MOVE  0  TO  RT-OWN-INDEX.
           MOVE  0  TO  RT-OTHER-INDEX.
           PERFORM  MATCH-ONE-RELEASE-S  THRU  MATCH-ONE-RELEASE-E
                    VARYING  RT-INDEX  FROM  1  BY  1
                    UNTIL  RT-INDEX  >  RELEASE-COUNT
                       OR  RT-OWN-INDEX  >  0.
        FIND-RELEASE-E.
           EXIT.

        MATCH-ONE-RELEASE       SECTION.
        MATCH-ONE-RELEASE-S.
           IF  RT-USED (RT-INDEX)
               OR  RT-SOURCE-REC (RT-INDEX)  NOT =  IN-PACK-REC
               GO TO  MATCH-ONE-RELEASE-E
           END-IF.
           IF  RT-PARTNER-ID (RT-INDEX)  =  RUN-PARTNER
               MOVE  RT-INDEX  TO  RT-OWN-INDEX
           ELSE
               IF  RT-OTHER-INDEX  =  0
                   MOVE  RT-INDEX  TO  RT-OTHER-INDEX
               END-IF
           END-IF.
        MATCH-ONE-RELEASE-E.
           EXIT.

        CHECK-LIMITS    SECTION.
        CHECK-LIMITS-S.
      *--  THE SINGLE-ITEM LIMIT LOOKS AT THE AMOUNT EITHER WAY - A
      *--  HUGE CREDIT IS AS WORTH A SECOND LOOK AS A HUGE DEBIT.
      *--  THE DAILY LIMIT ADDS UP AN ACCOUNT'S DEBITS, SO IT APPLIES
      *--  ONLY TO A 'C' DETAIL FOR A POSITIVE AMOUNT - A 'P' DETAIL
      *--  NAMES NO ACCOUNT.
           MOVE  SPACES  TO  LIMIT-KIND.
           IF  LW-SIGNED  <  0
               SUBTRACT  LW-SIGNED  FROM  0  GIVING  LW-ABSOLUTE
           ELSE
               MOVE  LW-SIGNED  TO  LW-ABSOLUTE
           END-IF.
           IF  ITEM-LIMIT  >  0  AND  LW-ABSOLUTE  >  ITEM-LIMIT
               MOVE  'I'          TO  LIMIT-KIND
               MOVE  ITEM-LIMIT   TO  LIMIT-BROKEN
               MOVE  LW-ABSOLUTE  TO  LIMIT-TESTED
               GO TO  CHECK-LIMITS-E
           END-IF.
           IF  DAILY-LIMIT  =  0
               OR  NOT IN-CUST-REC
               OR  LW-SIGNED  NOT >  0
               GO TO  CHECK-LIMITS-E
           END-IF.
           PERFORM  SUM-DAY-DEBITS-S  THRU  SUM-DAY-DEBITS-E.
           ADD  LW-SIGNED  TO  DAY-DEBIT-TOTAL.
           IF  DAY-DEBIT-TOTAL  >  DAILY-LIMIT
               MOVE  'D'              TO  LIMIT-KIND
               MOVE  DAILY-LIMIT      TO  LIMIT-BROKEN
               MOVE  DAY-DEBIT-TOTAL  TO  LIMIT-TESTED
           END-IF.
        CHECK-LIMITS-E.
           EXIT.

        SUM-DAY-DEBITS  SECTION.
        SUM-DAY-DEBITS-S.
      *--  ADD UP THE DEBITS ALREADY SHIPPED TO THE DETAIL'S ACCOUNT
      *--  UNDER THE RUN DATE - THE START POSITIONS ON THE ACCOUNT AT
      *--  THE RUN DATE AND THE READ STOPS AT THE FIRST ENTRY FOR
      *--  ANOTHER ACCOUNT OR DATE.
           MOVE  0  TO  DAY-DEBIT-TOTAL.
           IF  NOT HISTORY-OPEN
               GO TO  SUM-DAY-DEBITS-E
           END-IF.
           MOVE  LOW-VALUES       TO  SH-KEY.
           MOVE  IN-CUST-ACCOUNT  TO  SH-ACCOUNT.
           MOVE  WS-RUN-DATE      TO  SH-RUN-DATE.
           MOVE  'N'  TO  HISTORY-EOF-SWITCH.
           START  SENT-HIST  KEY  IS  NOT LESS THAN  SH-KEY
               INVALID KEY  SET  END-OF-HISTORY  TO  TRUE
           END-START.
           PERFORM  ADD-ONE-DAY-DEBIT-S  THRU  ADD-ONE-DAY-DEBIT-E
                    UNTIL  END-OF-HISTORY.
        SUM-DAY-DEBITS-E.
           EXIT.

        ADD-ONE-DAY-DEBIT       SECTION.
        ADD-ONE-DAY-DEBIT-S.
           READ  SENT-HIST  NEXT  RECORD
               AT END  SET  END-OF-HISTORY  TO  TRUE
           END-READ.
           IF  END-OF-HISTORY
               GO TO  ADD-ONE-DAY-DEBIT-E
           END-IF.
           IF  NOT WS-SENTHIST-OK
               DISPLAY  'COMP3001 - SENT HISTORY READ FAILED, '
                        'STATUS = '  WS-SENTHIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  SH-ACCOUNT  NOT =  IN-CUST-ACCOUNT
               OR  SH-RUN-DATE  NOT =  WS-RUN-DATE
               SET  END-OF-HISTORY  TO  TRUE
               GO TO  ADD-ONE-DAY-DEBIT-E
           END-IF.
           IF  SH-AMOUNT  NUMERIC  AND  SH-AMOUNT  >  0
               ADD  SH-AMOUNT  TO  DAY-DEBIT-TOTAL
           END-IF.
        ADD-ONE-DAY-DEBIT-E.
           EXIT.

        WRITE-HOLD-LINE SECTION.
        WRITE-HOLD-LINE-S.
      *--  HL-STATUS IS SET BY THE CALLER.
           MOVE  WS-RUN-DATE         TO  HL-RUN-DATE.
           MOVE  SPACES              TO  HL-FILL0  HL-FILL0B.
           MOVE  WS-RUN-TIME (1:6)   TO  HL-RUN-ID.
           MOVE  'REC '              TO  HL-LABEL.
           MOVE  INPUT-RECORD-COUNT  TO  HL-RECORD-NUM.
           MOVE  SPACES              TO  HL-FILL1  HL-FILL2  HL-FILL3
                                         HL-FILL4  HL-FILL5.
           MOVE  IN-REC-TYPE         TO  HL-REC-TYPE.
           IF  IN-CUST-REC
               MOVE  IN-CUST-ACCOUNT  TO  HL-ACCOUNT
           ELSE
               MOVE  SPACES           TO  HL-ACCOUNT
           END-IF.
           MOVE  LW-SIGNED           TO  HL-AMOUNT.
           EVALUATE  LIMIT-KIND
               WHEN  'I'
                   MOVE  'ITEM LIMIT '  TO  HL-LIMIT-LABEL
               WHEN  'D'
                   MOVE  'DAY LIMIT  '  TO  HL-LIMIT-LABEL
               WHEN  OTHER
                   MOVE  'APPROVED   '  TO  HL-LIMIT-LABEL
           END-EVALUATE.
           MOVE  LIMIT-BROKEN        TO  HL-LIMIT.
           MOVE  LIMIT-TESTED        TO  HL-TESTED.
           WRITE  HOLD-REPORT-REC  FROM  HOLD-LINE.
           PERFORM  CHECK-HOLDRPT-STATUS-S
                    THRU  CHECK-HOLDRPT-STATUS-E.
        WRITE-HOLD-LINE-E.
           EXIT.

        WRITE-HOLD-HEADING      SECTION.
        WRITE-HOLD-HEADING-S.
           MOVE  SPACES             TO  HOLD-HEADING-LINE.
           MOVE  WS-RUN-DATE        TO  HH-RUN-DATE.
           MOVE  WS-RUN-TIME (1:6)  TO  HH-RUN-ID.
           MOVE  'COMP3001 AUTHORIZATION HOLDS FOR '  TO  HH-LABEL.
           MOVE  RUN-PARTNER        TO  HH-PARTNER.
           WRITE  HOLD-REPORT-REC  FROM  HOLD-HEADING-LINE.
           PERFORM  CHECK-HOLDRPT-STATUS-S
                    THRU  CHECK-HOLDRPT-STATUS-E.
        WRITE-HOLD-HEADING-E.
           EXIT.

        WRITE-HOLD-TRAILER      SECTION.
        WRITE-HOLD-TRAILER-S.
           MOVE  SPACES                     TO  HOLD-SUMMARY-LINE.
           MOVE  'TOTAL HELD FOR REVIEW:     '  TO  HS-LABEL.
           MOVE  LIMIT-HELD-COUNT           TO  HS-COUNT.
           WRITE  HOLD-REPORT-REC  FROM  HOLD-SUMMARY-LINE.
           PERFORM  CHECK-HOLDRPT-STATUS-S
                    THRU  CHECK-HOLDRPT-STATUS-E.
           MOVE  SPACES                     TO  HOLD-SUMMARY-LINE.
           MOVE  'APPROVED HOLDS RELEASED:   '  TO  HS-LABEL.
           MOVE  RELEASED-COUNT             TO  HS-COUNT.
           WRITE  HOLD-REPORT-REC  FROM  HOLD-SUMMARY-LINE.
           PERFORM  CHECK-HOLDRPT-STATUS-S
                    THRU  CHECK-HOLDRPT-STATUS-E.
        WRITE-HOLD-TRAILER-E.
           EXIT.

        CHECK-HOLDRPT-STATUS    SECTION.
        CHECK-HOLDRPT-STATUS-S.
           IF  NOT WS-HOLDRPT-OK
               DISPLAY  'COMP3001 - HOLD REPORT WRITE FAILED, '
                        'STATUS = '  WS-HOLDRPT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-HOLDRPT-STATUS-E.
           EXIT.

        WRITE-RUN-LOG   SECTION.
        WRITE-RUN-LOG-S.
      *--  A LOGGING FAILURE IS REPORTED BUT DOES NOT FAIL A RUN
                GIVING  LOG-SKIP-TOTAL.
           MOVE  LOG-SKIP-TOTAL       TO  RUN-SKIP-COUNT.
           MOVE  FORCED-RERUN-FLAG    TO  RUN-FORCED-FLAG.
      *--  DETAILS HELD FOR REVIEW ARE NEITHER SHIPPED NOR REJECTED -
      *--  THEY HAVE A BUCKET OF THEIR OWN ON THE LOG.  RELEASED HOLDS
      *--  ARE ALREADY IN THE DETAIL COUNT; THEIR OWN COUNT SAYS HOW
      *--  MANY OF THEM RODE PAST THE LIMITS.
           MOVE  LIMIT-HELD-COUNT     TO  RUN-HELD-COUNT.
           MOVE  RELEASED-COUNT       TO  RUN-RELEASED-COUNT.
           WRITE  RUN-LOG-REC.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3001 - RUN LOG WRITE FAILED, STATUS = '
        CHECK-RUN-CONTROL-E.
           EXIT.

        CHECK-BUSINESS-DATE     SECTION.
        CHECK-BUSINESS-DATE-S.
      *--  A CALENDAR THAT WILL NOT OPEN, OR HAS NO ENTRY FOR THE
      *--  RUN DATE, CANNOT VOUCH FOR THE DATE - THAT REFUSES THE
      *--  BUILD THE SAME AS A DATE IT SHOWS AS A DAY OFF.
           OPEN  INPUT  BUS-CALENDAR.
           IF  NOT WS-CALENDAR-OK
               MOVE  'BUSINESS CALENDAR OPEN FAILED'  TO  CR-TEXT
               MOVE  WS-CALENDAR-STATUS               TO  CR-DESCRIPTION
               GO TO  CHECK-BUSINESS-DATE-X
           END-IF.
           MOVE  WS-RUN-DATE  TO  BC-DATE.
           READ  BUS-CALENDAR
               INVALID KEY
                   MOVE  'IS NOT ON THE BUSINESS CALENDAR'  TO  CR-TEXT
           END-READ.
           IF  RUN-DATE-IS-BUSINESS-DAY  AND  NOT WS-CALENDAR-OK
               MOVE  'BUSINESS CALENDAR READ FAILED'  TO  CR-TEXT
               MOVE  WS-CALENDAR-STATUS               TO  CR-DESCRIPTION
           END-IF.
           IF  RUN-DATE-IS-BUSINESS-DAY  AND  NOT BC-BUSINESS-DAY
               MOVE  'IS NOT A BUSINESS DAY -'  TO  CR-TEXT
               MOVE  BC-DESCRIPTION             TO  CR-DESCRIPTION
           END-IF.
           CLOSE  BUS-CALENDAR.
        CHECK-BUSINESS-DATE-X.
           IF  RUN-DATE-IS-BUSINESS-DAY
               GO TO  CHECK-BUSINESS-DATE-E
           END-IF.
           IF  FORCE-REQUESTED
               SET  FORCED-RERUN  TO  TRUE
               DISPLAY  'COMP3001 - RUN DATE '  WS-RUN-DATE  ' '
                        CR-TEXT  ' '  CR-DESCRIPTION
               DISPLAY  'COMP3001 - BUILDING FOR '  RUN-PARTNER
                        ' UNDER FORCE=YES'
           ELSE
               DISPLAY  'COMP3001 - RUN DATE '  WS-RUN-DATE  ' '
                        CR-TEXT  ' '  CR-DESCRIPTION
               DISPLAY  'COMP3001 - LIVE BUILD FOR PARTNER '
                        RUN-PARTNER  ' REFUSED - ADD FORCE=YES TO '
                        'SYSIN FOR A DELIBERATE OFF-DAY BUILD'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-BUSINESS-DATE-E.
           EXIT.

        SCAN-ONE-LEDGER SECTION.
        SCAN-ONE-LEDGER-S.
           READ  TAPE-LEDGER

        WRITE-HEADER    SECTION.
        WRITE-HEADER-S.
      *--  A FRESH BUILD CARRIES NO REISSUE MARK.
           MOVE  SPACES      TO  TP-HDR-REC.
           MOVE  'H'         TO  HDR-ID.
           MOVE  WS-RUN-DATE TO  HDR-RUN-DATE.
           MOVE  'COMP3001'  TO  HDR-PROGRAM-ID.
                   IF  VS-INVALID
                       PERFORM  WRITE-REJECT-S  THRU  WRITE-REJECT-E
                   ELSE
      *--              A VALID DETAIL OVER THE PARTNER'S LIMITS IS
      *--              HELD FOR REVIEW INSTEAD OF SHIPPED.
                       MOVE  IN-PACKAREA  TO  LW-SIGNED
                       PERFORM  SCREEN-DETAIL-S  THRU  SCREEN-DETAIL-E
                   END-IF
                   IF  VS-VALID  AND  DETAIL-CLEARED
                       ADD  1             TO  DETAIL-RECORD-COUNT
                       IF  NOT AUDIT-MODE
                           MOVE  'P'          TO  PACK-ID
                           PERFORM  CHECK-DUPLICATE-S
                                    THRU  CHECK-DUPLICATE-E
                       END-IF
      *--              ONE THAT GETS PAST THE DUPLICATE CHECK IS
      *--              STILL HELD FOR REVIEW IF IT IS OVER THE
      *--              PARTNER'S LIMITS.
                       MOVE  'N'  TO  CLEARED-SWITCH
                       IF  DUP-SUSPECT  AND  DUP-HOLD-REQUESTED
                           ADD  1  TO  HELD-DUP-COUNT
                       ELSE
                           MOVE  IN-CUST-AMOUNT  TO  LW-SIGNED
                           PERFORM  SCREEN-DETAIL-S
                                    THRU  SCREEN-DETAIL-E
                       END-IF
                       IF  DETAIL-CLEARED
                           ADD  1             TO  DETAIL-RECORD-COUNT
                           IF  NOT AUDIT-MODE
                               MOVE  'C'              TO  CUST-ID
      *--  THE ACCOUNT MUST BE A KNOWN, OPEN ACCOUNT ON THE CUSTOMER
      *--  MASTER - A DETAIL FOR AN UNKNOWN OR CLOSED ACCOUNT WOULD
      *--  ONLY COME BACK AS A PARTNER DISPUTE WEEKS LATER.
           MOVE  IN-CUST-ACCOUNT  TO  CM-ACCOUNT.
           READ  CUST-MASTER
               INVALID KEY
                   SET  VS-INVALID  TO  TRUE
                   MOVE  'CUST ACCOUNT NOT ON CUSTOMER MASTER'
                         TO  VS-REASON
           END-READ.
           IF  VS-INVALID
               GO TO  VALIDATE-CUST-E
           END-IF.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3001 - CUSTOMER MASTER READ FAILED, '
                        'STATUS = '  WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  NOT CM-OPEN
               SET  VS-INVALID  TO  TRUE
               MOVE  'CUST ACCOUNT CLOSED ON CUSTOMER MASTER'
                     TO  VS-REASON
                       MOVE  RST-SKIP-COUNT    TO  SKIPPED-RECORD-COUNT
                       MOVE  RST-HELD-COUNT    TO  HELD-DUP-COUNT
                       MOVE  RST-SUSPECT-COUNT TO  SUSPECT-DUP-COUNT
                       MOVE  RST-LIMIT-HELD-COUNT
                                               TO  LIMIT-HELD-COUNT
                       MOVE  RST-RELEASED-COUNT
                                               TO  RELEASED-COUNT
      *--               THE ORIGINAL RUN DATE AND START TIME RIDE IN
      *--               THE CHECKPOINT SO A RESTART KEEPS STAMPING
      *--               REJECTS - AND LOGGING THE RUN - UNDER THE
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
           END-READ.
      *--  A RELEASED RECORD THE INTERRUPTED RUN ALREADY DEALT WITH
      *--  MUST NOT BE MATCHED A SECOND TIME.  ONLY THE TYPES THE
      *--  PARTNER TAKES WERE EVER SCREENED.
           IF  RELEASE-COUNT  >  0
               AND  ((IN-CUST-REC  AND  PARTNER-TAKES-CUST)
                  OR (IN-PACK-DETAIL  AND  PARTNER-TAKES-PACK))
               PERFORM  FIND-RELEASE-S  THRU  FIND-RELEASE-E
               IF  RT-OWN-INDEX  >  0
                   SET  RT-USED (RT-OWN-INDEX)    TO  TRUE
               END-IF
               IF  RT-OWN-INDEX  =  0  AND  RT-OTHER-INDEX  >  0
                   SET  RT-USED (RT-OTHER-INDEX)  TO  TRUE
               END-IF
           END-IF.
        SKIP-ONE-E.
           EXIT.

           MOVE  HELD-DUP-COUNT        TO  RST-HELD-COUNT.
           MOVE  SUSPECT-DUP-COUNT     TO  RST-SUSPECT-COUNT.
           MOVE  WS-RUN-TIME           TO  RST-RUN-TIME.
           MOVE  LIMIT-HELD-COUNT      TO  RST-LIMIT-HELD-COUNT.
           MOVE  RELEASED-COUNT        TO  RST-RELEASED-COUNT.
           OPEN  OUTPUT  RESTART-FILE.
           PERFORM  CHECK-RESTART-STATUS-S  THRU  CHECK-RESTART-STATUS-E.
           WRITE  RESTART-REC.
