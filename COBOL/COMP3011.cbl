      ******************************************************************
      *  OVERVIEW: THIS PGM IS REPORT EVERY TAPE GENERATION STILL      *
      *            OUTSTANDING AT A PARTNER FROM THE TAPE LIFECYCLE    *
      *            LEDGER.  EACH GENERATION'S LATEST LEDGER ENTRY IS   *
      *            ITS CURRENT STATE - A GENERATION WHOSE LATEST ENTRY *
      *            IS BUILT, VERIFIED, ACKNOWLEDGED OR REFUSED HAS NOT *
      *            COME BACK, AND ONE WITH A TAPE DATE ON OR BEFORE    *
      *            THE AGING DATE - SUPPLIED ON SYSIN, OR WORKED OUT   *
      *            FROM THE BUSINESS-DAY CALENDAR WHEN THE THRESHOLD   *
      *            IS GIVEN IN BUSINESS DAYS - IS LISTED SO OVERDUE    *
      *            RETURNS GET CHASED INSTEAD OF NOTICED BY ACCIDENT.  *
      *            WHEN AN ACKNOWLEDGEMENT WINDOW IS GIVEN AS WELL,    *
      *            EVERY GENERATION SHIPPED ON OR BEFORE ITS CUTOFF    *
      *            THAT THE PARTNER HAS STILL NOT ACKNOWLEDGED -       *
      *            LATEST ENTRY BUILT, VERIFIED OR REISSUED - IS       *
      *            LISTED IN A SECOND SECTION.  A REISSUED COPY        *
      *            (COMP3024) IS LEDGERED UNDER ITS ORIGINAL'S PARTNER *
      *            AND TAPE DATE, SO ORIGINAL AND REISSUE ARE ONE      *
      *            SHIPMENT - ONE LINE, STILL OUT UNTIL IT COMES BACK, *
      *            SHOWING WHEN IT WAS LAST REISSUED.                  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
      *--  PRINTED OUTSTANDING-GENERATIONS REPORT.
           SELECT  REPORT-FILE   ASSIGN  TO  'OUTSTRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
      *--  CONTROL CARDS - THE AGING DATE OR AGING DAYS, AND THE
      *--  OPTIONAL ACKNOWLEDGEMENT WINDOW AS A DATE OR IN DAYS.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                            FILE STATUS  IS  WS-CONTROL-STATUS.
      *--  SHARED BUSINESS-DAY CALENDAR, READ IN DATE ORDER ONLY
      *--  WHEN A THRESHOLD IS GIVEN IN BUSINESS DAYS.
           SELECT  BUS-CALENDAR  ASSIGN  TO  'BUSCAL'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  SEQUENTIAL
                            RECORD KEY   IS  BC-DATE
                            FILE STATUS  IS  WS-CALENDAR-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  TAPE LIFECYCLE LEDGER.  RECORD LAYOUT IS SHARED - SEE
      *--  CONTROL CARD INPUT.
           FD      CONTROL-FILE.
           01      CONTROL-CARD          PICTURE X(80).
      *--  BUSINESS-DAY CALENDAR.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/BUSCAL.
           FD      BUS-CALENDAR.
           COPY    BUSCAL.
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
               88  END-OF-LEDGER                       VALUE  'Y'.
             02    CONTROL-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-CONTROL                      VALUE  'Y'.
             02    CALENDAR-EOF-SWITCH PICTURE X(01)  VALUE  'N'.
               88  END-OF-CALENDAR                     VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-LEDGER-STATUS   PICTURE X(02).
             88    WS-LEDGER-OK                 VALUE  '00'.
             88    WS-REPORT-OK                 VALUE  '00'.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
           01      WS-CALENDAR-STATUS PICTURE X(02).
             88    WS-CALENDAR-OK               VALUE  '00'.
      *--  AGING DATE FROM THE SYSIN CARD AGEDATE=YYYYMMDD, OR
      *--  WORKED OUT FROM AN AGEDAYS=NNN CARD.  A GENERATION STILL
      *--  OUT AT THE PARTNER WITH A TAPE DATE ON OR BEFORE THIS
      *--  DATE IS LISTED.  ONE CARD OR THE OTHER IS REQUIRED - AN
      *--  AGING REPORT WITHOUT AN AGING DATE IS MEANINGLESS.
           01      AGING-CONTROL.
             02    AGING-DATE         PICTURE X(08)  VALUE  SPACES.
      *--  AGING THRESHOLD IN BUSINESS DAYS FROM THE SYSIN CARD
      *--  AGEDAYS=NNN, AS AN ALTERNATIVE TO AGEDATE.  THE CUTOFF IS
      *--  THE BUSINESS DAY NNN BUSINESS DAYS BEFORE THE RUN DATE -
      *--  THE CALENDAR IS READ IN DATE ORDER UP TO THE RUN DATE,
      *--  KEEPING THE LATEST BUSINESS DAYS IN A RING AS LONG AS THE
      *--  LONGER OF THE TWO THRESHOLDS, SO EACH CUTOFF CAN BE
      *--  COUNTED BACK FROM THE LATEST ONE WHEN THE RUN DATE IS
      *--  REACHED.
           01      AGE-DAYS-CONTROL.
             02    AGE-DAYS-VALUE     PICTURE X(03).
             02    AGE-DAYS-NUM       REDEFINES  AGE-DAYS-VALUE
                                      PICTURE 9(03).
             02    AGE-DAYS-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  AGE-DAYS-REQUESTED                 VALUE  'Y'.
             02    AGE-DATE-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  AGE-DATE-GIVEN                     VALUE  'Y'.
             02    RUN-DATE-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  RUN-DATE-ON-CALENDAR               VALUE  'Y'.
      *--  ACKNOWLEDGEMENT WINDOW FROM THE OPTIONAL SYSIN CARD
      *--  ACKDATE=YYYYMMDD, OR ACKDAYS=NNN IN BUSINESS DAYS WORKED
      *--  OUT THE SAME WAY AS AGEDAYS.  A GENERATION STILL BUILT OR
      *--  VERIFIED WITH A TAPE DATE ON OR BEFORE THIS DATE HAS GONE
      *--  PAST THE WINDOW THE PARTNER AGREED TO ACKNOWLEDGE IT IN.
      *--  WITH NEITHER CARD THE SECTION IS NOT PRINTED.
           01      ACK-WINDOW-CONTROL.
             02    ACK-DATE           PICTURE X(08)  VALUE  SPACES.
             02    ACK-DAYS-VALUE     PICTURE X(03).
             02    ACK-DAYS-NUM       REDEFINES  ACK-DAYS-VALUE
                                      PICTURE 9(03).
             02    ACK-DAYS-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  ACK-DAYS-REQUESTED                 VALUE  'Y'.
             02    ACK-DATE-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  ACK-DATE-GIVEN                     VALUE  'Y'.
           01      BUSINESS-DAY-RING.
             02    BD-COUNT           PICTURE 9(09)  COMP  VALUE  0.
             02    BD-INDEX           PICTURE 9(05)  COMP  VALUE  0.
             02    BD-RING-SIZE       PICTURE 9(05)  COMP  VALUE  0.
             02    BD-SLOT            PICTURE 9(05)  COMP.
             02    CUTOFF-DAYS        PICTURE 9(05)  COMP.
             02    CUTOFF-DATE        PICTURE X(08).
             02    BD-ENTRY           OCCURS  999.
               03  BD-DATE            PICTURE X(08).
      *--  ONE ENTRY PER GENERATION SEEN ON THE LEDGER - THE LEDGER
      *--  IS APPENDED IN TIME ORDER, SO THE LAST ENTRY READ FOR A
      *--  GENERATION IS ITS CURRENT STATE.
               03  GN-PARTNER-ID      PICTURE X(04).
               03  GN-TAPE-DATE       PICTURE X(08).
               03  GN-STATUS          PICTURE X(10).
                 88  GN-OUTSTANDING     VALUE  'BUILT'  'VERIFIED'
                                               'ACKNOWLDGD'  'REFUSED'
                                               'REISSUED'.
                 88  GN-UNACKNOWLEDGED  VALUE  'BUILT'  'VERIFIED'
                                               'REISSUED'.
               03  GN-STAMP-DATE      PICTURE X(08).
      *--  THE DATE OF THE LATEST REISSUE, SPACES IF NEVER REISSUED.
               03  GN-REISSUE-DATE    PICTURE X(08).
           01      TABLE-CONTROL.
             02    GN-INDEX           PICTURE 9(05)  COMP.
             02    GN-MATCH-INDEX     PICTURE 9(05)  COMP.
           01      COUNTERS.
             02    ENTRY-READ-COUNT      PICTURE 9(09)  COMP  VALUE  0.
             02    OUTSTANDING-COUNT     PICTURE 9(09)  COMP  VALUE  0.
             02    UNACKNOWLEDGED-COUNT  PICTURE 9(09)  COMP  VALUE  0.
      *--  TODAY'S DATE - THE END OF AN AGING THRESHOLD IN BUSINESS
      *--  DAYS.
           01      WS-RUN-DATE  PICTURE X(08).
      *--  ONE PRINT LINE OF THE OUTSTANDING REPORT.
           01      DETAIL-LINE.
             02    DL-PARTNER-LABEL PICTURE X(09).
             02    DL-FILL3         PICTURE X(02).
             02    DL-STAMP-LABEL   PICTURE X(09).
             02    DL-STAMP-DATE    PICTURE X(08).
             02    DL-FILL4         PICTURE X(02).
             02    DL-REISSUE-LABEL PICTURE X(10).
             02    DL-REISSUE-DATE  PICTURE X(08).
             02    FILLER           PICTURE X(12).
      *--  REPORT HEADING AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(52).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
      *--  AN AGING DATE CARD OR AN AGING DAYS CARD IS REQUIRED -
      *--  A THRESHOLD IN BUSINESS DAYS IS TURNED INTO THE AGING
      *--  DATE FROM THE BUSINESS-DAY CALENDAR.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
           PERFORM  READ-CONTROL-S  THRU  READ-CONTROL-E.
           IF  AGE-DAYS-REQUESTED  OR  ACK-DAYS-REQUESTED
               PERFORM  COMPUTE-AGING-DATE-S  THRU  COMPUTE-AGING-DATE-E
           END-IF.
           IF  AGING-DATE  =  SPACES
               DISPLAY  'COMP3011 - NO AGEDATE=YYYYMMDD OR AGEDAYS=NNN '
                        'CARD ON SYSIN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
                    THRU  REPORT-ONE-GENERATION-E
                    VARYING  GN-INDEX  FROM  1  BY  1
                    UNTIL  GN-INDEX  >  GENERATION-COUNT.
      *--  THE UNACKNOWLEDGED SECTION ONLY WHEN A WINDOW WAS GIVEN.
           IF  ACK-DATE  NOT =  SPACES
               PERFORM  WRITE-ACK-HEADING-S  THRU  WRITE-ACK-HEADING-E
               PERFORM  REPORT-ONE-UNACKNOWLEDGED-S
                        THRU  REPORT-ONE-UNACKNOWLEDGED-E
                        VARYING  GN-INDEX  FROM  1  BY  1
                        UNTIL  GN-INDEX  >  GENERATION-COUNT
           END-IF.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
      *--  FILE CLOSES.
           CLOSE TAPE-LEDGER.
           CLOSE REPORT-FILE.
      *--  ANY OUTSTANDING GENERATION PAST THE AGING DATE, OR ANY
      *--  UNACKNOWLEDGED ONE PAST THE WINDOW, ENDS THE RUN RC=4 SO
      *--  THE CHASE STARTS WITHOUT READING THE REPORT.
           IF  OUTSTANDING-COUNT  >  0
               DISPLAY  'COMP3011 - '  OUTSTANDING-COUNT
                        ' GENERATIONS OUTSTANDING PAST '  AGING-DATE
               MOVE  4  TO  RETURN-CODE
           END-IF.
           IF  UNACKNOWLEDGED-COUNT  >  0
               DISPLAY  'COMP3011 - '  UNACKNOWLEDGED-COUNT
                        ' GENERATIONS UNACKNOWLEDGED PAST '  ACK-DATE
               MOVE  4  TO  RETURN-CODE
           END-IF.
        MAIN-E.
           STOP RUN.

           END-IF.
           IF  CONTROL-CARD (1:8)  =  'AGEDATE='
               MOVE  CONTROL-CARD (9:8)  TO  AGING-DATE
               MOVE  'Y'                 TO  AGE-DATE-SWITCH
      *--      A MISTYPED DATE WOULD COMPARE PAST EVERY TAPE DATE
      *--      AND PRINT AN EMPTY REPORT - REFUSE IT INSTEAD.
               IF  AGING-DATE  NOT NUMERIC
                   STOP RUN
               END-IF
           END-IF.
           IF  CONTROL-CARD (1:8)  =  'AGEDAYS='
               MOVE  CONTROL-CARD (9:3)  TO  AGE-DAYS-VALUE
               IF  AGE-DAYS-VALUE  NOT NUMERIC
                   OR  AGE-DAYS-NUM  =  0
                   DISPLAY  'COMP3011 - AGEDAYS CARD IS NOT 001 THRU '
                            '999: '  CONTROL-CARD
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               MOVE  'Y'  TO  AGE-DAYS-SWITCH
           END-IF.
           IF  CONTROL-CARD (1:8)  =  'ACKDATE='
               MOVE  CONTROL-CARD (9:8)  TO  ACK-DATE
               MOVE  'Y'                 TO  ACK-DATE-SWITCH
               IF  ACK-DATE  NOT NUMERIC
                   DISPLAY  'COMP3011 - ACKDATE CARD IS NOT '
                            'YYYYMMDD: '  CONTROL-CARD
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF  CONTROL-CARD (1:8)  =  'ACKDAYS='
               MOVE  CONTROL-CARD (9:3)  TO  ACK-DAYS-VALUE
               IF  ACK-DAYS-VALUE  NOT NUMERIC
                   OR  ACK-DAYS-NUM  =  0
                   DISPLAY  'COMP3011 - ACKDAYS CARD IS NOT 001 THRU '
                            '999: '  CONTROL-CARD
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               MOVE  'Y'  TO  ACK-DAYS-SWITCH
           END-IF.
      *--  ONE AGING THRESHOLD OR THE OTHER - NOT BOTH - AND THE
      *--  SAME FOR THE ACKNOWLEDGEMENT WINDOW.
           IF  ACK-DAYS-REQUESTED  AND  ACK-DATE-GIVEN
               DISPLAY  'COMP3011 - GIVE AN ACKDATE CARD OR AN ACKDAYS '
                        'CARD, NOT BOTH'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  AGE-DAYS-REQUESTED  AND  AGE-DATE-GIVEN
               DISPLAY  'COMP3011 - GIVE AN AGEDATE CARD OR AN AGEDAYS '
                        'CARD, NOT BOTH'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        READ-CONTROL-CARD-E.
           EXIT.

        COMPUTE-AGING-DATE      SECTION.
        COMPUTE-AGING-DATE-S.
      *--  TURN AGEDAYS=NNN AND ACKDAYS=NNN INTO THEIR CUTOFF DATES.
      *--  A CALENDAR THAT STOPS SHORT OF THE RUN DATE, OR HOLDS
      *--  FEWER THAN NNN BUSINESS DAYS BEFORE IT, CANNOT GIVE A TRUE
      *--  CUTOFF - THE RUN STOPS RATHER THAN AGE AGAINST A WRONG
      *--  DATE.  THE RING IS SIZED TO THE LONGER THRESHOLD.
           IF  AGE-DAYS-REQUESTED
               MOVE  AGE-DAYS-NUM  TO  BD-RING-SIZE
           END-IF.
           IF  ACK-DAYS-REQUESTED
               AND  ACK-DAYS-NUM  >  BD-RING-SIZE
               MOVE  ACK-DAYS-NUM  TO  BD-RING-SIZE
           END-IF.
           OPEN  INPUT  BUS-CALENDAR.
           IF  NOT WS-CALENDAR-OK
               DISPLAY  'COMP3011 - BUSINESS CALENDAR OPEN FAILED, '
                        'STATUS = '  WS-CALENDAR-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-ONE-CALENDAR-S  THRU  READ-ONE-CALENDAR-E
                    UNTIL  END-OF-CALENDAR.
           CLOSE  BUS-CALENDAR.
           IF  NOT RUN-DATE-ON-CALENDAR
               DISPLAY  'COMP3011 - BUSINESS CALENDAR DOES NOT REACH '
                        'THE RUN DATE '  WS-RUN-DATE
                        ' - EXTEND IT WITH COMP3017'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  AGE-DAYS-REQUESTED
               MOVE  AGE-DAYS-NUM  TO  CUTOFF-DAYS
               PERFORM  LOCATE-CUTOFF-S  THRU  LOCATE-CUTOFF-E
               MOVE  CUTOFF-DATE  TO  AGING-DATE
               DISPLAY  'COMP3011 - AGEDAYS='  AGE-DAYS-VALUE
                        ' GIVES AN AGING DATE OF '  AGING-DATE
           END-IF.
           IF  ACK-DAYS-REQUESTED
               MOVE  ACK-DAYS-NUM  TO  CUTOFF-DAYS
               PERFORM  LOCATE-CUTOFF-S  THRU  LOCATE-CUTOFF-E
               MOVE  CUTOFF-DATE  TO  ACK-DATE
               DISPLAY  'COMP3011 - ACKDAYS='  ACK-DAYS-VALUE
                        ' GIVES AN ACK CUTOFF OF '  ACK-DATE
           END-IF.
        COMPUTE-AGING-DATE-E.
           EXIT.

        LOCATE-CUTOFF   SECTION.
        LOCATE-CUTOFF-S.
      *--  THE BUSINESS DAY CUTOFF-DAYS BUSINESS DAYS BEFORE THE RUN
      *--  DATE - COUNTED BACK FROM THE LATEST ENTRY IN THE RING,
      *--  WRAPPING ROUND THE END OF IT.
           IF  BD-COUNT  <  CUTOFF-DAYS
               DISPLAY  'COMP3011 - BUSINESS CALENDAR HOLDS FEWER THAN '
                        CUTOFF-DAYS  ' BUSINESS DAYS BEFORE '
                        WS-RUN-DATE
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  BD-INDEX  >=  CUTOFF-DAYS
               COMPUTE  BD-SLOT  =  BD-INDEX  -  CUTOFF-DAYS  +  1
           ELSE
               COMPUTE  BD-SLOT  =  BD-INDEX  +  BD-RING-SIZE
                                 -  CUTOFF-DAYS  +  1
           END-IF.
           MOVE  BD-DATE (BD-SLOT)  TO  CUTOFF-DATE.
        LOCATE-CUTOFF-E.
           EXIT.

        READ-ONE-CALENDAR       SECTION.
        READ-ONE-CALENDAR-S.
           READ  BUS-CALENDAR
               AT END  SET  END-OF-CALENDAR  TO  TRUE
           END-READ.
           IF  END-OF-CALENDAR
               GO TO  READ-ONE-CALENDAR-E
           END-IF.
           IF  NOT WS-CALENDAR-OK
               DISPLAY  'COMP3011 - BUSINESS CALENDAR READ FAILED, '
                        'STATUS = '  WS-CALENDAR-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE RUN DATE ITSELF IS NOT COUNTED - ONLY BUSINESS DAYS
      *--  BEFORE IT AGE AN ITEM.
           IF  BC-DATE  NOT <  WS-RUN-DATE
               SET  RUN-DATE-ON-CALENDAR  TO  TRUE
               SET  END-OF-CALENDAR       TO  TRUE
               GO TO  READ-ONE-CALENDAR-E
           END-IF.
           IF  NOT BC-BUSINESS-DAY
               GO TO  READ-ONE-CALENDAR-E
           END-IF.
           ADD  1  TO  BD-COUNT.
           IF  BD-INDEX  >=  BD-RING-SIZE
               MOVE  1  TO  BD-INDEX
           ELSE
               ADD  1  TO  BD-INDEX
           END-IF.
           MOVE  BC-DATE  TO  BD-DATE (BD-INDEX).
        READ-ONE-CALENDAR-E.
           EXIT.

        READ-LEDGER     SECTION.
        READ-LEDGER-S.
           READ  TAPE-LEDGER

        TALLY-LEDGER-ENTRY      SECTION.
        TALLY-LEDGER-ENTRY-S.
      *--  A JOURNALED ENTRY RECORDS A GL POSTING, NOT A MOVE IN THE
      *--  GENERATION'S LIFE - IT NEVER CHANGES THE STATE ON RECORD.
           IF  TL-JOURNALED
               GO TO  TALLY-LEDGER-ENTRY-X
           END-IF.
      *--  HUNT THE TABLE FOR THIS ENTRY'S GENERATION - FOUND, THE
      *--  ENTRY SUPERSEDES THE STATE ON RECORD; NOT FOUND, THE
      *--  GENERATION IS NEW TO THE TABLE.
                     TO  GN-PARTNER-ID (GN-MATCH-INDEX)
               MOVE  TL-TAPE-DATE
                     TO  GN-TAPE-DATE (GN-MATCH-INDEX)
               MOVE  SPACES
                     TO  GN-REISSUE-DATE (GN-MATCH-INDEX)
           END-IF.
      *--  A REISSUE IS THE SAME GENERATION SENT AGAIN - IT MOVES THE
      *--  STATE ON, NEVER ADDS A SECOND TAPE TO CHASE.
           IF  TL-REISSUED
               MOVE  TL-STAMP-DATE
                     TO  GN-REISSUE-DATE (GN-MATCH-INDEX)
           END-IF.
           MOVE  TL-STATUS      TO  GN-STATUS (GN-MATCH-INDEX).
           MOVE  TL-STAMP-DATE  TO  GN-STAMP-DATE (GN-MATCH-INDEX).
        TALLY-LEDGER-ENTRY-X.
           PERFORM  READ-LEDGER-S  THRU  READ-LEDGER-E.
        TALLY-LEDGER-ENTRY-E.
           EXIT.
        REPORT-ONE-GENERATION   SECTION.
        REPORT-ONE-GENERATION-S.
      *--  ONLY GENERATIONS STILL OUT AT THE PARTNER - LATEST STATE
      *--  BUILT, VERIFIED, ACKNOWLEDGED, REFUSED OR REISSUED - AND
      *--  PAST THE AGING DATE GET A LINE.
           IF  NOT GN-OUTSTANDING (GN-INDEX)
               GO TO  REPORT-ONE-GENERATION-E
           END-IF.
           MOVE  GN-STATUS (GN-INDEX)     TO  DL-STATUS.
           MOVE  'STAMPED: '              TO  DL-STAMP-LABEL.
           MOVE  GN-STAMP-DATE (GN-INDEX) TO  DL-STAMP-DATE.
           IF  GN-REISSUE-DATE (GN-INDEX)  NOT =  SPACES
               MOVE  'REISSUED: '                TO  DL-REISSUE-LABEL
               MOVE  GN-REISSUE-DATE (GN-INDEX)  TO  DL-REISSUE-DATE
           END-IF.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        REPORT-ONE-GENERATION-E.
           EXIT.

        REPORT-ONE-UNACKNOWLEDGED       SECTION.
        REPORT-ONE-UNACKNOWLEDGED-S.
      *--  ONLY GENERATIONS THE PARTNER HAS NOT YET ACKNOWLEDGED -
      *--  LATEST STATE BUILT, VERIFIED OR REISSUED - AND SHIPPED ON
      *--  OR BEFORE THE ACKNOWLEDGEMENT CUTOFF GET A LINE.
           IF  NOT GN-UNACKNOWLEDGED (GN-INDEX)
               GO TO  REPORT-ONE-UNACKNOWLEDGED-E
           END-IF.
           IF  GN-TAPE-DATE (GN-INDEX)  >  ACK-DATE
               GO TO  REPORT-ONE-UNACKNOWLEDGED-E
           END-IF.
           ADD  1  TO  UNACKNOWLEDGED-COUNT.
           MOVE  SPACES                   TO  DETAIL-LINE.
           MOVE  'PARTNER: '              TO  DL-PARTNER-LABEL.
           MOVE  GN-PARTNER-ID (GN-INDEX) TO  DL-PARTNER.
           MOVE  'TAPE: '                 TO  DL-TAPE-LABEL.
           MOVE  GN-TAPE-DATE (GN-INDEX)  TO  DL-TAPE-DATE.
           MOVE  'STATUS: '               TO  DL-STAT-LABEL.
           MOVE  GN-STATUS (GN-INDEX)     TO  DL-STATUS.
           MOVE  'STAMPED: '              TO  DL-STAMP-LABEL.
           MOVE  GN-STAMP-DATE (GN-INDEX) TO  DL-STAMP-DATE.
           IF  GN-REISSUE-DATE (GN-INDEX)  NOT =  SPACES
               MOVE  'REISSUED: '                TO  DL-REISSUE-LABEL
               MOVE  GN-REISSUE-DATE (GN-INDEX)  TO  DL-REISSUE-DATE
           END-IF.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        REPORT-ONE-UNACKNOWLEDGED-E.
           EXIT.

        WRITE-ACK-HEADING       SECTION.
        WRITE-ACK-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3011 GENERATIONS NOT ACKNOWLEDGED, SHIPPED BY '
                 TO  RH-LABEL.
           MOVE  ACK-DATE  TO  RH-AGE-DATE.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-ACK-HEADING-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  OUTSTANDING-COUNT             TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           IF  ACK-DATE  NOT =  SPACES
               MOVE  SPACES                    TO  REPORT-SUMMARY-LINE
               MOVE  'UNACKNOWLEDGED PAST WINDOW:'
                                               TO  RS-LABEL
               MOVE  UNACKNOWLEDGED-COUNT      TO  RS-COUNT
               WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
           END-IF.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

