      ******************************************************************
      *  OVERVIEW: THIS PGM IS APPLY SUPERVISORS' APPROVE / DECLINE    *
      *            DECISIONS TO THE AUTHORIZATION HOLD QUEUE WRITTEN   *
      *            BY COMP3001.  AN APPROVED HOLD IS REBUILT IN THE    *
      *            26-BYTE IN-PACK-REC LAYOUT ON THE RELEASE FILE SO   *
      *            IT RIDES INTO THE PARTNER'S NEXT COMP3001 BUILD,    *
      *            AND LISTED ON THE RELEASE LIST THAT LETS IT PAST    *
      *            THE LIMITS THERE.  A RELEASE WHOSE PARTNER HAS HAD  *
      *            NO BUILD LOGGED SINCE THE LIST WAS LAST WRITTEN IS  *
      *            CARRIED FORWARD ONTO BOTH FILES AGAIN.  A DECLINED  *
      *            HOLD GOES TO THE REJECT FILE WITH THE DECISION AS   *
      *            ITS REASON.  UNDECIDED HOLDS STAY ON THE QUEUE.     *
      *            PRINTS A RELEASE REPORT AND LOGS THE COUNTS FOR     *
      *            THE NIGHTLY BALANCING.                              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3021.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  HOLDQ IS THE SAME DDNAME COMP3001 WRITES - HERE IT IS READ
      *--  BACK.  RECORD LAYOUT IS SHARED - SEE COPYLIB/HOLDREC.
           SELECT  HOLD-QUEUE    ASSIGN  TO  'HOLDQ'
                            FILE STATUS  IS  WS-HOLDQ-STATUS.
      *--  SUPERVISORS' DECISIONS, KEYED BY RUN DATE, RUN ID, INPUT
      *--  RECORD NUMBER AND PARTNER - ALL FOUR AS PRINTED ON THE
      *--  COMP3001 HOLD REPORT.
           SELECT  DECISION-FILE ASSIGN  TO  'DECISION'
                            FILE STATUS  IS  WS-DECISION-STATUS.
      *--  APPROVED RECORDS GO HERE IN THE IN-PACK-REC LAYOUT - THE
      *--  JCL CONCATENATES THIS FILE ONTO COMP3001'S INPACK INPUT.
           SELECT  RELEASE-FILE  ASSIGN  TO  'RELEASE'
                            FILE STATUS  IS  WS-RELEASE-STATUS.
      *--  THE APPROVED HOLDS WITH THEIR DECISIONS - COMP3001 READS
      *--  IT TO LET EACH RELEASED RECORD PAST THE LIMITS, ONCE, ON
      *--  THE PARTNER IT WAS HELD FOR.  THE PREVIOUS RUN'S LIST IS
      *--  READ BACK FIRST FOR THE RELEASES NOT YET SHIPPED.
           SELECT  RELEASE-LIST  ASSIGN  TO  'RELLIST'
                            FILE STATUS  IS  WS-RELLIST-STATUS.
      *--  REJECT IS THE SAME DDNAME COMP3001 WRITES - DECLINED HOLDS
      *--  ARE ADDED TO IT.
           SELECT  REJECT-FILE   ASSIGN  TO  'REJECT'
                            FILE STATUS  IS  WS-REJECT-STATUS.
      *--  THE LIVE QUEUE MINUS THE HOLDS JUST DECIDED - THE JCL
      *--  COPIES IT BACK OVER THE LIVE DATASET SO A DECISION
      *--  APPLIES EXACTLY ONCE.
           SELECT  NEW-HOLD      ASSIGN  TO  'NEWHOLD'
                            FILE STATUS  IS  WS-NEWHOLD-STATUS.
      *--  PRINTED RELEASE REPORT.
           SELECT  REPORT-FILE   ASSIGN  TO  'RELRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
      *--  RUN-HISTORY LOG, READ AT START-UP FOR THE BUILDS SINCE THE
      *--  LAST RELEASE LIST AND APPENDED TO AT END OF RUN.
           SELECT  RUN-LOG       ASSIGN  TO  'RUNLOG'
                            FILE STATUS  IS  WS-RUNLOG-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  HOLD QUEUE WRITTEN BY COMP3001.  RECORD LAYOUT IS SHARED -
      *--  SEE COPYLIB/HOLDREC (HELD IN WORKING-STORAGE BELOW).
           FD      HOLD-QUEUE.
           01      HOLD-QUEUE-REC        PICTURE X(100).
      *--  DECISION CARD - THE KEY OF THE HOLD BEING DECIDED, THE
      *--  DECISION, WHO MADE IT AND A FREE-FORM NOTE.
           FD      DECISION-FILE.
           01      DECISION-REC.
             02    DEC-RUN-DATE          PICTURE X(08).
             02    DEC-RUN-ID            PICTURE X(06).
             02    DEC-RECORD-NUM        PICTURE 9(09).
             02    DEC-PARTNER-ID        PICTURE X(04).
             02    DEC-ACTION            PICTURE X(01).
               88  DEC-APPROVE                         VALUE  'A'.
               88  DEC-DECLINE                         VALUE  'D'.
             02    DEC-SUPERVISOR        PICTURE X(08).
             02    DEC-NOTE              PICTURE X(30).
             02    FILLER                PICTURE X(14).
      *--  APPROVED RECORDS, READY TO RIDE INTO COMP3001'S INPUT.
      *--  RECORD LAYOUT IS SHARED - SEE COPYLIB/INPACK.
           FD      RELEASE-FILE.
           COPY    INPACK.
      *--  RELEASE LIST - HOLDREC LAYOUT WITH THE DECISION FILLED IN.
           FD      RELEASE-LIST.
           01      RELEASE-LIST-REC      PICTURE X(100).
      *--  LIVE REJECT FILE.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/REJREC.
           FD      REJECT-FILE.
           COPY    REJREC.
      *--  TRIMMED LIVE HOLD QUEUE.
           FD      NEW-HOLD.
           01      NEW-HOLD-REC          PICTURE X(100).
      *--  RELEASE REPORT - ONE PRINT LINE PER HOLD AND PER UNMATCHED
      *--  DECISION, PLUS HEADING AND SUMMARY LINES.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(100).
      *--  RUN-HISTORY LOG.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/RUNLOG.
           FD      RUN-LOG.
           COPY    RUNLOG.
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    HOLD-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-HOLDS                        VALUE  'Y'.
             02    DECISION-EOF-SWITCH PICTURE X(01)  VALUE  'N'.
               88  END-OF-DECISIONS                    VALUE  'Y'.
             02    RELLIST-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-RELLIST                      VALUE  'Y'.
             02    RUNLOG-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-RUNLOG                       VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-HOLDQ-STATUS    PICTURE X(02).
             88    WS-HOLDQ-OK                  VALUE  '00'.
           01      WS-DECISION-STATUS PICTURE X(02).
             88    WS-DECISION-OK               VALUE  '00'.
           01      WS-RELEASE-STATUS  PICTURE X(02).
             88    WS-RELEASE-OK                VALUE  '00'.
           01      WS-RELLIST-STATUS  PICTURE X(02).
             88    WS-RELLIST-OK                VALUE  '00'.
           01      WS-REJECT-STATUS   PICTURE X(02).
             88    WS-REJECT-OK                 VALUE  '00'.
           01      WS-NEWHOLD-STATUS  PICTURE X(02).
             88    WS-NEWHOLD-OK                VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
           01      WS-RUNLOG-STATUS   PICTURE X(02).
             88    WS-RUNLOG-OK                 VALUE  '00'.
      *--  ONE HOLD QUEUE ENTRY.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/HOLDREC.
           COPY    HOLDREC.
      *--  DECISIONS ARE LOADED INTO THIS TABLE AT START-UP AND
      *--  MATCHED AGAINST EACH HOLD AS IT IS READ.
           01      DECISION-TABLE.
             02    DECISION-COUNT     PICTURE 9(05)  COMP  VALUE  0.
             02    DECISION-ENTRY     OCCURS  2000.
               03  DT-RUN-DATE        PICTURE X(08).
               03  DT-RUN-ID          PICTURE X(06).
               03  DT-RECORD-NUM      PICTURE 9(09).
               03  DT-PARTNER-ID      PICTURE X(04).
               03  DT-ACTION          PICTURE X(01).
               03  DT-SUPERVISOR      PICTURE X(08).
               03  DT-NOTE            PICTURE X(30).
               03  DT-USED-SWITCH     PICTURE X(01).
                 88  DT-USED                          VALUE  'Y'.
      *--  THE LATEST COMP3001 BUILD ON THE RUN LOG FOR EACH
      *--  PARTNER, AS RUN DATE AND START TIME (YYYYMMDDHHMMSS).
           01      BUILD-TABLE.
             02    BUILD-COUNT        PICTURE 9(05)  COMP  VALUE  0.
             02    BUILD-ENTRY        OCCURS  500.
               03  BT-PARTNER-ID      PICTURE X(04).
               03  BT-LAST-BUILT      PICTURE X(14).
      *--  RELEASES FROM THE PREVIOUS LIST WHOSE PARTNER HAS HAD NO
      *--  BUILD SINCE - EACH ENTRY IS A WHOLE HOLDREC IMAGE.  THE
      *--  LIMIT MATCHES COMP3001'S RELEASE TABLE.
           01      CARRY-TABLE.
             02    CARRY-COUNT        PICTURE 9(05)  COMP  VALUE  0.
             02    CARRY-ENTRY        OCCURS  2000
                                      PICTURE X(100).
           01      TABLE-CONTROL.
             02    DT-INDEX           PICTURE 9(05)  COMP.
             02    DT-MATCH-INDEX     PICTURE 9(05)  COMP.
               88  NO-MATCH-FOUND                     VALUE  0.
             02    BT-INDEX           PICTURE 9(05)  COMP.
             02    BT-MATCH-INDEX     PICTURE 9(05)  COMP.
               88  NO-BUILD-FOUND                     VALUE  0.
             02    CT-INDEX           PICTURE 9(05)  COMP.
      *--  WHEN THE RELEASE LIST WAS LAST WRITTEN - THE START OF THE
      *--  LATEST COMP3021 RUN ON THE LOG - AND THE START OF THE RUN
      *--  LOG RECORD IN HAND, BOTH AS YYYYMMDDHHMMSS.
           01      LIST-WRITTEN-AT.
             02    LW-DATE            PICTURE X(08)  VALUE  SPACES.
             02    LW-TIME            PICTURE X(06)  VALUE  SPACES.
           01      LOG-STAMP.
             02    LG-DATE            PICTURE X(08).
             02    LG-TIME            PICTURE X(06).
      *--  THE PARTNER BEING LOOKED UP IN THE BUILD TABLE.
           01      FIND-PARTNER-ID    PICTURE X(04).
      *--  QUEUE AND DECISION COUNTS FOR THE SUMMARY LINES AND THE
      *--  RUN LOG.
           01      COUNTERS.
             02    HOLD-READ-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    APPROVED-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    DECLINED-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    STILL-HELD-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    UNMATCHED-DEC-COUNT   PICTURE 9(09)  COMP  VALUE  0.
             02    BAD-CARD-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    CARRIED-COUNT         PICTURE 9(09)  COMP  VALUE  0.
      *--  THE REJECT REASON A DECLINED HOLD CARRIES - WHO DECLINED
      *--  IT AND WHICH LIMIT IT BROKE.
           01      DECLINE-REASON.
             02    DR-LABEL         PICTURE X(17).
             02    DR-SUPERVISOR    PICTURE X(08).
             02    DR-FILL1         PICTURE X(01).
             02    DR-LIMIT         PICTURE X(10).
             02    FILLER           PICTURE X(04).
      *--  ONE PRINT LINE OF THE RELEASE REPORT.
           01      DETAIL-LINE.
             02    DL-STATUS        PICTURE X(12).
             02    DL-RUN-DATE      PICTURE X(08).
             02    DL-FILL0         PICTURE X(01).
             02    DL-RUN-ID        PICTURE X(06).
             02    DL-FILL1         PICTURE X(01).
             02    DL-REC-LABEL     PICTURE X(04).
             02    DL-RECORD-NUM    PICTURE ZZZZZZZZ9.
             02    DL-FILL2         PICTURE X(01).
             02    DL-PARTNER       PICTURE X(04).
             02    DL-FILL3         PICTURE X(01).
             02    DL-SUPERVISOR    PICTURE X(08).
             02    DL-FILL4         PICTURE X(01).
             02    DL-NOTE          PICTURE X(40).
             02    FILLER           PICTURE X(04).
      *--  REPORT HEADING AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(42).
             02    RH-RUN-DATE      PICTURE X(08).
             02    FILLER           PICTURE X(50).
           01      REPORT-SUMMARY-LINE.
             02    RS-LABEL         PICTURE X(30).
             02    RS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(61).
      *--  THE COMPLETION CODE THIS RUN ENDS WITH, KEPT SO THE RUN
      *--  LOG CAN RECORD IT TOO.
           01      FINAL-CONDITION-CODE  PICTURE 9(02)  VALUE  0.
      *--  TODAY'S DATE AND THE TIME THIS RUN STARTED - THE DATE AND
      *--  RUN ID A DECLINED HOLD IS FILED UNDER ON THE REJECT FILE.
           01      WS-RUN-DATE  PICTURE X(08).
           01      WS-RUN-TIME  PICTURE X(08).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-RUN-TIME  FROM  TIME.
      *--  LOAD EVERY DECISION INTO THE TABLE.
           PERFORM  LOAD-DECISIONS-S  THRU  LOAD-DECISIONS-E.
      *--  FIND THE BUILDS SINCE THE LAST RELEASE LIST AND KEEP THE
      *--  RELEASES THEY HAVE NOT SHIPPED - BEFORE THE RELEASE FILES
      *--  ARE REWRITTEN BELOW.
           PERFORM  SCAN-RUN-LOG-S       THRU  SCAN-RUN-LOG-E.
           PERFORM  LOAD-CARRY-FORWARD-S THRU  LOAD-CARRY-FORWARD-E.
      *--  FILE OPENS.
           OPEN  INPUT   HOLD-QUEUE.
           IF  NOT WS-HOLDQ-OK
               DISPLAY  'COMP3021 - HOLD QUEUE OPEN FAILED, STATUS = '
                        WS-HOLDQ-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  RELEASE-FILE.
           OPEN  OUTPUT  RELEASE-LIST.
           OPEN  OUTPUT  NEW-HOLD.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-RELEASE-OK  OR  NOT WS-RELLIST-OK
               OR  NOT WS-NEWHOLD-OK  OR  NOT WS-REPORT-OK
               DISPLAY  'COMP3021 - RELEASE/RELLIST/NEWHOLD/REPORT '
                        'FILE OPEN FAILED'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE REJECT FILE IS EXTENDED, NEVER REWRITTEN - STATUS 35
      *--  MEANS IT HAS NEVER BEEN WRITTEN, SO START IT FRESH.
           OPEN  EXTEND  REJECT-FILE.
           IF  WS-REJECT-STATUS  =  '35'
               OPEN  OUTPUT  REJECT-FILE
           END-IF.
           IF  NOT WS-REJECT-OK
               DISPLAY  'COMP3021 - REJECT FILE OPEN FAILED, STATUS ='
                        WS-REJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
      *--  THE RELEASES STILL WAITING FOR A BUILD GO OUT AGAIN FIRST.
           PERFORM  WRITE-CARRIED-S  THRU  WRITE-CARRIED-E
                    VARYING  CT-INDEX  FROM  1  BY  1
                    UNTIL  CT-INDEX  >  CARRY-COUNT.
      *--  MATCH EVERY HOLD AGAINST THE DECISION TABLE.
           PERFORM  READ-HOLD-S     THRU  READ-HOLD-E.
           PERFORM  PROCESS-HOLD-S  THRU  PROCESS-HOLD-E
                    UNTIL  END-OF-HOLDS.
      *--  CALL OUT DECISIONS THAT MATCHED NO HOLD.
           PERFORM  REPORT-UNMATCHED-S  THRU  REPORT-UNMATCHED-E
                    VARYING  DT-INDEX  FROM  1  BY  1
                    UNTIL  DT-INDEX  >  DECISION-COUNT.
      *--  SUMMARY LINES.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
      *--  FILE CLOSES.
           CLOSE HOLD-QUEUE.
           CLOSE RELEASE-FILE.
           CLOSE RELEASE-LIST.
           CLOSE REJECT-FILE.
           CLOSE NEW-HOLD.
           CLOSE REPORT-FILE.
      *--  DROPPED DECISION CARDS OR DECISIONS THAT MATCHED NOTHING
      *--  END THE RUN RC=4 SO THE DESK SEES THEM WITHOUT READING
      *--  THE REPORT.
           IF  BAD-CARD-COUNT  >  0  OR  UNMATCHED-DEC-COUNT  >  0
               MOVE  4  TO  FINAL-CONDITION-CODE
           END-IF.
           PERFORM  WRITE-RUN-LOG-S  THRU  WRITE-RUN-LOG-E.
           DISPLAY  'COMP3021 - HOLDS READ        '  HOLD-READ-COUNT.
           DISPLAY  'COMP3021 - HOLDS RELEASED    '  APPROVED-COUNT.
           DISPLAY  'COMP3021 - HOLDS DECLINED    '  DECLINED-COUNT.
           DISPLAY  'COMP3021 - HOLDS STILL HELD  '  STILL-HELD-COUNT.
           DISPLAY  'COMP3021 - RELEASES CARRIED  '  CARRIED-COUNT.
           MOVE  FINAL-CONDITION-CODE  TO  RETURN-CODE.
        MAIN-E.
           STOP RUN.

        LOAD-DECISIONS  SECTION.
        LOAD-DECISIONS-S.
           OPEN  INPUT  DECISION-FILE.
           IF  NOT WS-DECISION-OK
               DISPLAY  'COMP3021 - DECISION FILE OPEN FAILED, STATUS ='
                        WS-DECISION-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  LOAD-ONE-DECISION-S  THRU  LOAD-ONE-DECISION-E
                    UNTIL  END-OF-DECISIONS.
           CLOSE  DECISION-FILE.
        LOAD-DECISIONS-E.
           EXIT.

        LOAD-ONE-DECISION       SECTION.
        LOAD-ONE-DECISION-S.
           READ  DECISION-FILE
               AT END  SET  END-OF-DECISIONS  TO  TRUE
           END-READ.
           IF  END-OF-DECISIONS
               GO TO  LOAD-ONE-DECISION-E
           END-IF.
           IF  DECISION-COUNT  >=  2000
               DISPLAY  'COMP3021 - MORE THAN 2000 DECISIONS, '
                        'SPLIT THE DECISION FILE AND RERUN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  A MISCODED CARD - NON-NUMERIC RECORD NUMBER, AN ACTION
      *--  THAT IS NEITHER APPROVE NOR DECLINE, OR NO SUPERVISOR TO
      *--  ANSWER FOR IT - IS DROPPED HERE WITH A MESSAGE.
           IF  DEC-RECORD-NUM  NOT NUMERIC
               OR  NOT (DEC-APPROVE  OR  DEC-DECLINE)
               OR  DEC-SUPERVISOR  =  SPACES
               ADD  1  TO  BAD-CARD-COUNT
               DISPLAY  'COMP3021 - DECISION CARD IGNORED: '
                        DECISION-REC (1:36)
               GO TO  LOAD-ONE-DECISION-E
           END-IF.
           ADD  1  TO  DECISION-COUNT.
           MOVE  DEC-RUN-DATE    TO  DT-RUN-DATE (DECISION-COUNT).
           MOVE  DEC-RUN-ID      TO  DT-RUN-ID (DECISION-COUNT).
           MOVE  DEC-RECORD-NUM  TO  DT-RECORD-NUM (DECISION-COUNT).
           MOVE  DEC-PARTNER-ID  TO  DT-PARTNER-ID (DECISION-COUNT).
           MOVE  DEC-ACTION      TO  DT-ACTION (DECISION-COUNT).
           MOVE  DEC-SUPERVISOR  TO  DT-SUPERVISOR (DECISION-COUNT).
           MOVE  DEC-NOTE        TO  DT-NOTE (DECISION-COUNT).
           MOVE  'N'             TO  DT-USED-SWITCH (DECISION-COUNT).
        LOAD-ONE-DECISION-E.
           EXIT.

        SCAN-RUN-LOG    SECTION.
        SCAN-RUN-LOG-S.
      *--  STATUS 35 MEANS NO RUN HAS EVER BEEN LOGGED - NO LIST HAS
      *--  BEEN WRITTEN AND NO BUILD HAS SHIPPED ANYTHING.
           OPEN  INPUT  RUN-LOG.
           IF  WS-RUNLOG-STATUS  =  '35'
               GO TO  SCAN-RUN-LOG-E
           END-IF.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3021 - RUN LOG OPEN FAILED, STATUS = '
                        WS-RUNLOG-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-RUNLOG-S    THRU  READ-RUNLOG-E.
           PERFORM  NOTE-ONE-RUN-S   THRU  NOTE-ONE-RUN-E
                    UNTIL  END-OF-RUNLOG.
           CLOSE  RUN-LOG.
        SCAN-RUN-LOG-E.
           EXIT.

        NOTE-ONE-RUN    SECTION.
        NOTE-ONE-RUN-S.
           MOVE  RUN-DATE  TO  LG-DATE.
           MOVE  RUN-TIME  TO  LG-TIME.
      *--  EVERY COMP3021 RUN REWRITES THE RELEASE LIST, SO THE LATEST
      *--  ONE LOGGED IS WHEN THE LIST NOW ON FILE WAS WRITTEN.
           IF  RUN-PROGRAM  =  'COMP3021'
               IF  LOG-STAMP  >  LIST-WRITTEN-AT
                   MOVE  LOG-STAMP  TO  LIST-WRITTEN-AT
               END-IF
               GO TO  NOTE-ONE-RUN-X
           END-IF.
      *--  AN AUDIT BUILD IS NEVER LOGGED, SO EVERY COMP3001 RECORD IS
      *--  A BUILD THAT READ THE RELEASE FILE AND LIST.
           IF  RUN-PROGRAM  NOT =  'COMP3001'
               GO TO  NOTE-ONE-RUN-X
           END-IF.
           MOVE  RUN-PARTNER-ID  TO  FIND-PARTNER-ID.
           PERFORM  FIND-BUILD-S  THRU  FIND-BUILD-E.
           IF  NO-BUILD-FOUND
               IF  BUILD-COUNT  >=  500
                   DISPLAY  'COMP3021 - MORE THAN 500 PARTNERS ON THE '
                            'RUN LOG, ENLARGE THE BUILD TABLE'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  BUILD-COUNT
               MOVE  BUILD-COUNT     TO  BT-MATCH-INDEX
               MOVE  RUN-PARTNER-ID  TO  BT-PARTNER-ID (BT-MATCH-INDEX)
               MOVE  LOW-VALUES      TO  BT-LAST-BUILT (BT-MATCH-INDEX)
           END-IF.
           IF  LOG-STAMP  >  BT-LAST-BUILT (BT-MATCH-INDEX)
               MOVE  LOG-STAMP  TO  BT-LAST-BUILT (BT-MATCH-INDEX)
           END-IF.
        NOTE-ONE-RUN-X.
           PERFORM  READ-RUNLOG-S  THRU  READ-RUNLOG-E.
        NOTE-ONE-RUN-E.
           EXIT.

        FIND-BUILD      SECTION.
        FIND-BUILD-S.
      *--  HUNT THE BUILD TABLE FOR THE PARTNER IN FIND-PARTNER-ID.
           MOVE  0  TO  BT-MATCH-INDEX.
           PERFORM  MATCH-ONE-BUILD-S  THRU  MATCH-ONE-BUILD-E
                    VARYING  BT-INDEX  FROM  1  BY  1
                    UNTIL  BT-INDEX  >  BUILD-COUNT
                       OR  BT-MATCH-INDEX  >  0.
        FIND-BUILD-E.
           EXIT.

        MATCH-ONE-BUILD SECTION.
        MATCH-ONE-BUILD-S.
           IF  BT-PARTNER-ID (BT-INDEX)  =  FIND-PARTNER-ID
               MOVE  BT-INDEX  TO  BT-MATCH-INDEX
           END-IF.
        MATCH-ONE-BUILD-E.
           EXIT.

        LOAD-CARRY-FORWARD      SECTION.
        LOAD-CARRY-FORWARD-S.
      *--  STATUS 35 MEANS NO LIST HAS EVER BEEN WRITTEN - NOTHING IS
      *--  WAITING TO BE CARRIED.
           OPEN  INPUT  RELEASE-LIST.
           IF  WS-RELLIST-STATUS  =  '35'
               GO TO  LOAD-CARRY-FORWARD-E
           END-IF.
           IF  NOT WS-RELLIST-OK
               DISPLAY  'COMP3021 - RELEASE LIST OPEN FAILED, STATUS = '
                        WS-RELLIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-RELLIST-S     THRU  READ-RELLIST-E.
           PERFORM  KEEP-ONE-RELEASE-S THRU  KEEP-ONE-RELEASE-E
                    UNTIL  END-OF-RELLIST.
           CLOSE  RELEASE-LIST.
        LOAD-CARRY-FORWARD-E.
           EXIT.

        KEEP-ONE-RELEASE        SECTION.
        KEEP-ONE-RELEASE-S.
      *--  ONLY APPROVED ENTRIES COUNT, AS IN COMP3001.
           IF  NOT HQ-APPROVED
               GO TO  KEEP-ONE-RELEASE-X
           END-IF.
      *--  A BUILD FOR THE PARTNER STARTED SINCE THE LIST WAS WRITTEN
      *--  HAS SHIPPED THE RELEASE - IT IS DROPPED.
           MOVE  HQ-PARTNER-ID  TO  FIND-PARTNER-ID.
           PERFORM  FIND-BUILD-S  THRU  FIND-BUILD-E.
           IF  NOT NO-BUILD-FOUND
               IF  BT-LAST-BUILT (BT-MATCH-INDEX)  >  LIST-WRITTEN-AT
                   GO TO  KEEP-ONE-RELEASE-X
               END-IF
           END-IF.
           IF  CARRY-COUNT  >=  2000
               DISPLAY  'COMP3021 - MORE THAN 2000 RELEASES WAITING '
                        'FOR A BUILD, RUN THE PARTNERS'' BUILDS FIRST'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  CARRY-COUNT.
           MOVE  HOLD-REC  TO  CARRY-ENTRY (CARRY-COUNT).
        KEEP-ONE-RELEASE-X.
           PERFORM  READ-RELLIST-S  THRU  READ-RELLIST-E.
        KEEP-ONE-RELEASE-E.
           EXIT.

        WRITE-CARRIED   SECTION.
        WRITE-CARRIED-S.
           ADD  1  TO  CARRIED-COUNT.
           MOVE  CARRY-ENTRY (CT-INDEX)  TO  HOLD-REC.
           PERFORM  WRITE-RELEASE-S  THRU  WRITE-RELEASE-E.
           MOVE  SPACES                  TO  DETAIL-LINE.
           MOVE  'CARRIED     '          TO  DL-STATUS.
           MOVE  HQ-RUN-DATE             TO  DL-RUN-DATE.
           MOVE  HQ-RUN-ID               TO  DL-RUN-ID.
           MOVE  'REC '                  TO  DL-REC-LABEL.
           MOVE  HQ-RECORD-NUM           TO  DL-RECORD-NUM.
           MOVE  HQ-PARTNER-ID           TO  DL-PARTNER.
           MOVE  HQ-SUPERVISOR           TO  DL-SUPERVISOR.
           MOVE  'NOT BUILT SINCE APPROVED ON'  TO  DL-NOTE.
           MOVE  HQ-DECIDED-ON           TO  DL-NOTE (29:8).
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-CARRIED-E.
           EXIT.

        PROCESS-HOLD    SECTION.
        PROCESS-HOLD-S.
           ADD  1  TO  HOLD-READ-COUNT.
      *--  HUNT THE DECISION TABLE FOR THIS HOLD'S KEY.
           MOVE  0  TO  DT-MATCH-INDEX.
           PERFORM  MATCH-ONE-DECISION-S
                    THRU  MATCH-ONE-DECISION-E
                    VARYING  DT-INDEX  FROM  1  BY  1
                    UNTIL  DT-INDEX  >  DECISION-COUNT
                       OR  DT-MATCH-INDEX  >  0.
           IF  NO-MATCH-FOUND
      *--      STILL HELD - THE HOLD STAYS ON THE LIVE QUEUE THE JCL
      *--      COPIES BACK.  A DECIDED HOLD IS DROPPED FROM IT, SO A
      *--      DECISION APPLIES EXACTLY ONCE.
               WRITE  NEW-HOLD-REC  FROM  HOLD-REC
               IF  NOT WS-NEWHOLD-OK
                   DISPLAY  'COMP3021 - NEWHOLD WRITE FAILED, '
                            'STATUS = '  WS-NEWHOLD-STATUS
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  STILL-HELD-COUNT
               MOVE  SPACES          TO  DETAIL-LINE
               MOVE  'STILL HELD  '  TO  DL-STATUS
               PERFORM  WRITE-DETAIL-LINE-S  THRU  WRITE-DETAIL-LINE-E
               GO TO  PROCESS-HOLD-X
           END-IF.
           SET  DT-USED (DT-MATCH-INDEX)  TO  TRUE.
           MOVE  DT-ACTION (DT-MATCH-INDEX)      TO  HQ-DECISION.
           MOVE  DT-SUPERVISOR (DT-MATCH-INDEX)  TO  HQ-SUPERVISOR.
           MOVE  WS-RUN-DATE                     TO  HQ-DECIDED-ON.
           IF  HQ-APPROVED
               PERFORM  APPROVE-HOLD-S  THRU  APPROVE-HOLD-E
           ELSE
               PERFORM  DECLINE-HOLD-S  THRU  DECLINE-HOLD-E
           END-IF.
        PROCESS-HOLD-X.
           PERFORM  READ-HOLD-S  THRU  READ-HOLD-E.
        PROCESS-HOLD-E.
           EXIT.

        MATCH-ONE-DECISION      SECTION.
        MATCH-ONE-DECISION-S.
           IF  NOT DT-USED (DT-INDEX)
               AND  DT-RUN-DATE (DT-INDEX)    =  HQ-RUN-DATE
               AND  DT-RUN-ID (DT-INDEX)      =  HQ-RUN-ID
               AND  DT-RECORD-NUM (DT-INDEX)  =  HQ-RECORD-NUM
               AND  DT-PARTNER-ID (DT-INDEX)  =  HQ-PARTNER-ID
               MOVE  DT-INDEX  TO  DT-MATCH-INDEX
           END-IF.
        MATCH-ONE-DECISION-E.
           EXIT.

        APPROVE-HOLD    SECTION.
        APPROVE-HOLD-S.
           ADD  1  TO  APPROVED-COUNT.
           PERFORM  WRITE-RELEASE-S  THRU  WRITE-RELEASE-E.
           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  'APPROVED    '  TO  DL-STATUS.
           PERFORM  WRITE-DETAIL-LINE-S  THRU  WRITE-DETAIL-LINE-E.
        APPROVE-HOLD-E.
           EXIT.

        WRITE-RELEASE   SECTION.
        WRITE-RELEASE-S.
      *--  THE HELD RECORD RIDES OUT UNCHANGED IN THE IN-PACK-REC
      *--  LAYOUT, AND THE RELEASE LIST TELLS COMP3001 WHICH
      *--  PARTNER'S BUILD MAY SHIP IT PAST THE LIMITS.
           MOVE  HQ-SOURCE-REC  TO  IN-PACK-REC.
           WRITE  IN-PACK-REC.
           IF  NOT WS-RELEASE-OK
               DISPLAY  'COMP3021 - RELEASE FILE WRITE FAILED, '
                        'STATUS = '  WS-RELEASE-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           WRITE  RELEASE-LIST-REC  FROM  HOLD-REC.
           IF  NOT WS-RELLIST-OK
               DISPLAY  'COMP3021 - RELEASE LIST WRITE FAILED, '
                        'STATUS = '  WS-RELLIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        WRITE-RELEASE-E.
           EXIT.

        DECLINE-HOLD    SECTION.
        DECLINE-HOLD-S.
           ADD  1  TO  DECLINED-COUNT.
      *--  A DECLINED HOLD IS FILED ON THE REJECT FILE UNDER THIS
      *--  RUN'S DATE, RUN ID AND ITS PLACE AMONG THIS RUN'S
      *--  DECLINES, SO THE NIGHTLY BALANCING COUNTS IT AGAINST THIS
      *--  RUN AND A CORRECTION CAN STILL BE KEYED AGAINST IT.
           MOVE  SPACES             TO  DECLINE-REASON.
           MOVE  'HOLD DECLINED BY '  TO  DR-LABEL.
           MOVE  HQ-SUPERVISOR      TO  DR-SUPERVISOR.
           IF  HQ-DAILY-LIMIT
               MOVE  'DAY LIMIT '   TO  DR-LIMIT
           ELSE
               MOVE  'ITEM LIMIT'   TO  DR-LIMIT
           END-IF.
           MOVE  SPACES             TO  REJECT-REC.
           MOVE  WS-RUN-DATE        TO  REJ-RUN-DATE.
           MOVE  WS-RUN-TIME (1:6)  TO  REJ-RUN-ID.
           MOVE  DECLINED-COUNT     TO  REJ-RECORD-NUM.
           MOVE  HQ-SOURCE-REC      TO  REJ-SOURCE-REC.
           MOVE  DECLINE-REASON     TO  REJ-REASON.
           WRITE  REJECT-REC.
           IF  NOT WS-REJECT-OK
               DISPLAY  'COMP3021 - REJECT FILE WRITE FAILED, '
                        'STATUS = '  WS-REJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  SPACES          TO  DETAIL-LINE.
           MOVE  'DECLINED    '  TO  DL-STATUS.
           PERFORM  WRITE-DETAIL-LINE-S  THRU  WRITE-DETAIL-LINE-E.
        DECLINE-HOLD-E.
           EXIT.

        WRITE-DETAIL-LINE       SECTION.
        WRITE-DETAIL-LINE-S.
      *--  DL-STATUS IS SET BY THE CALLER.  A DECIDED HOLD SHOWS WHO
      *--  DECIDED IT AND THEIR NOTE; ONE STILL HELD SHOWS WHICH
      *--  LIMIT IT BROKE.
           MOVE  HQ-RUN-DATE     TO  DL-RUN-DATE.
           MOVE  HQ-RUN-ID       TO  DL-RUN-ID.
           MOVE  'REC '          TO  DL-REC-LABEL.
           MOVE  HQ-RECORD-NUM   TO  DL-RECORD-NUM.
           MOVE  HQ-PARTNER-ID   TO  DL-PARTNER.
           IF  NO-MATCH-FOUND
               IF  HQ-DAILY-LIMIT
                   MOVE  'OVER THE DAILY LIMIT'        TO  DL-NOTE
               ELSE
                   MOVE  'OVER THE SINGLE-ITEM LIMIT'  TO  DL-NOTE
               END-IF
           ELSE
               MOVE  DT-SUPERVISOR (DT-MATCH-INDEX)  TO  DL-SUPERVISOR
               MOVE  DT-NOTE (DT-MATCH-INDEX)        TO  DL-NOTE
           END-IF.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-DETAIL-LINE-E.
           EXIT.

        REPORT-UNMATCHED        SECTION.
        REPORT-UNMATCHED-S.
           IF  DT-USED (DT-INDEX)
               GO TO  REPORT-UNMATCHED-E
           END-IF.
           ADD  1  TO  UNMATCHED-DEC-COUNT.
           MOVE  SPACES                    TO  DETAIL-LINE.
           MOVE  'UNMATCHED   '            TO  DL-STATUS.
           MOVE  DT-RUN-DATE (DT-INDEX)    TO  DL-RUN-DATE.
           MOVE  DT-RUN-ID (DT-INDEX)      TO  DL-RUN-ID.
           MOVE  'REC '                    TO  DL-REC-LABEL.
           MOVE  DT-RECORD-NUM (DT-INDEX)  TO  DL-RECORD-NUM.
           MOVE  DT-PARTNER-ID (DT-INDEX)  TO  DL-PARTNER.
           MOVE  DT-SUPERVISOR (DT-INDEX)  TO  DL-SUPERVISOR.
           MOVE  'DECISION MATCHES NO HOLD ON THE QUEUE'
                 TO  DL-NOTE.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        REPORT-UNMATCHED-E.
           EXIT.

        READ-HOLD       SECTION.
        READ-HOLD-S.
           READ  HOLD-QUEUE  INTO  HOLD-REC
               AT END  SET  END-OF-HOLDS  TO  TRUE
           END-READ.
        READ-HOLD-E.
           EXIT.

        READ-RELLIST    SECTION.
        READ-RELLIST-S.
           READ  RELEASE-LIST  INTO  HOLD-REC
               AT END  SET  END-OF-RELLIST  TO  TRUE
           END-READ.
        READ-RELLIST-E.
           EXIT.

        READ-RUNLOG     SECTION.
        READ-RUNLOG-S.
           READ  RUN-LOG
               AT END  SET  END-OF-RUNLOG  TO  TRUE
           END-READ.
        READ-RUNLOG-E.
           EXIT.

        WRITE-RUN-LOG   SECTION.
        WRITE-RUN-LOG-S.
      *--  A LOGGING FAILURE IS REPORTED BUT DOES NOT FAIL A RUN
      *--  WHOSE DECISIONS ARE ALREADY APPLIED.
           OPEN  EXTEND  RUN-LOG.
      *--  STATUS 35 MEANS THE LOG DATASET HAS NEVER BEEN WRITTEN -
      *--  START IT FRESH ON THE VERY FIRST RUN.
           IF  WS-RUNLOG-STATUS  =  '35'
               OPEN  OUTPUT  RUN-LOG
           END-IF.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3021 - RUN LOG OPEN FAILED, STATUS = '
                        WS-RUNLOG-STATUS  ' - RUN NOT LOGGED'
               GO TO  WRITE-RUN-LOG-E
           END-IF.
      *--  THE QUEUE READ IS THE INPUT, DECLINES ARE THE REJECTS AND
      *--  APPROVALS ARE BOTH THE DETAIL AND THE RELEASED COUNT.  A
      *--  RELEASE SPANS PARTNERS, SO NO PARTNER OR TAPE IS NAMED.
      *--  CARRIED RELEASES WERE COUNTED BY THE RUN THAT APPROVED
      *--  THEM AND ARE NOT COUNTED AGAIN.
           MOVE  SPACES               TO  RUN-LOG-REC.
           MOVE  'COMP3021'           TO  RUN-PROGRAM.
           MOVE  WS-RUN-DATE          TO  RUN-DATE.
           MOVE  WS-RUN-TIME (1:6)    TO  RUN-TIME.
           MOVE  HOLD-READ-COUNT      TO  RUN-INPUT-COUNT.
           MOVE  APPROVED-COUNT       TO  RUN-DETAIL-COUNT.
           MOVE  DECLINED-COUNT       TO  RUN-REJECT-COUNT.
           MOVE  0                    TO  RUN-PACK-TOTAL.
           MOVE  0                    TO  RUN-NET-TOTAL.
           MOVE  FINAL-CONDITION-CODE TO  RUN-CONDITION-CODE.
           MOVE  'N'                  TO  RUN-RESTART-FLAG.
           MOVE  0                    TO  RUN-SKIP-COUNT.
           MOVE  'N'                  TO  RUN-FORCED-FLAG.
           MOVE  STILL-HELD-COUNT     TO  RUN-HELD-COUNT.
           MOVE  APPROVED-COUNT       TO  RUN-RELEASED-COUNT.
           WRITE  RUN-LOG-REC.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3021 - RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS  ' - RUN NOT LOGGED'
           END-IF.
           CLOSE  RUN-LOG.
        WRITE-RUN-LOG-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3021 HOLD RELEASE REPORT - RUN '
                 TO  RH-LABEL.
           MOVE  WS-RUN-DATE  TO  RH-RUN-DATE.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-HEADING-E.
           EXIT.

        WRITE-REPORT-SUMMARY    SECTION.
        WRITE-REPORT-SUMMARY-S.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'HOLDS READ:               '  TO  RS-LABEL.
           MOVE  HOLD-READ-COUNT               TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'APPROVED AND RELEASED:    '  TO  RS-LABEL.
           MOVE  APPROVED-COUNT                TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'DECLINED TO REJECT FILE:  '  TO  RS-LABEL.
           MOVE  DECLINED-COUNT                TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'STILL HELD:               '  TO  RS-LABEL.
           MOVE  STILL-HELD-COUNT              TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'UNMATCHED DECISIONS:      '  TO  RS-LABEL.
           MOVE  UNMATCHED-DEC-COUNT           TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'CARRIED FROM EARLIER RUNS:'  TO  RS-LABEL.
           MOVE  CARRIED-COUNT                 TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

        CHECK-REPORT-STATUS     SECTION.
        CHECK-REPORT-STATUS-S.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3021 - REPORT FILE WRITE FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-REPORT-STATUS-E.
           EXIT.
