      ******************************************************************
      *  OVERVIEW: THIS PGM IS MAINTAIN THE SHARED BUSINESS-DAY        *
      *            CALENDAR.  IT GENERATES A YEAR'S DATES WITH         *
      *            WEEKENDS AND THE BANKS' YEAR-END CLOSURE MARKED,    *
      *            APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM THE     *
      *            CONTROL DESK FOR BANK HOLIDAYS AND SUBSTITUTE       *
      *            WORKING DAYS, UPDATING THE KEYED CALENDAR IN PLACE, *
      *            AND PRINTS A BEFORE/AFTER AUDIT LISTING OF EVERY    *
      *            TRANSACTION APPLIED OR REJECTED SO THE DATES THE    *
      *            BUILD AND THE AGING REPORTS TRUST ARE KEPT ON A     *
      *            REVIEWABLE PATH.                                    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3017.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  BUSCAL IS THE SAME DDNAME COMP3001, COMP3005 AND COMP3011
      *--  OPEN - HERE IT IS THE LIVE CALENDAR BEING MAINTAINED, READ
      *--  AND UPDATED BY DATE.
           SELECT  BUS-CALENDAR  ASSIGN  TO  'BUSCAL'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  RANDOM
                            RECORD KEY   IS  BC-DATE
                            FILE STATUS  IS  WS-CALENDAR-STATUS.
      *--  CALENDAR TRANSACTIONS, ONE PER RECORD - GENERATE A YEAR,
      *--  OR ADD, CHANGE OR DELETE ONE DATE.
           SELECT  TRAN-FILE     ASSIGN  TO  'CALTRAN'
                            FILE STATUS  IS  WS-TRAN-STATUS.
      *--  PRINTED BEFORE/AFTER AUDIT LISTING.
           SELECT  REPORT-FILE   ASSIGN  TO  'CALRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  LIVE BUSINESS-DAY CALENDAR.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/BUSCAL.
           FD      BUS-CALENDAR.
           COPY    BUSCAL.
      *--  CALENDAR TRANSACTION - THE ACTION, THE DATE KEY, AND THE
      *--  FIELDS THE ACTION CARRIES.  A YEAR TRANSACTION CARRIES
      *--  ONLY THE YEAR IN THE FIRST FOUR BYTES OF THE DATE.
           FD      TRAN-FILE.
           01      CALENDAR-TRAN-REC.
             02    CX-ACTION             PICTURE X(01).
               88  CX-YEAR                 VALUE  'Y'.
               88  CX-ADD                  VALUE  'A'.
               88  CX-CHANGE               VALUE  'C'.
               88  CX-DELETE               VALUE  'D'.
             02    CX-DATE               PICTURE X(08).
             02    CX-DAY-TYPE           PICTURE X(01).
               88  CX-VALID-TYPE           VALUE  'B'  'W'  'H'  'C'.
             02    CX-DESCRIPTION        PICTURE X(20).
             02    FILLER                PICTURE X(10).
      *--  BEFORE/AFTER AUDIT LISTING.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(132).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    TRAN-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-TRANS                        VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-CALENDAR-STATUS PICTURE X(02).
             88    WS-CALENDAR-OK               VALUE  '00'.
             88    WS-CALENDAR-NOT-FOUND        VALUE  '35'.
           01      WS-TRAN-STATUS     PICTURE X(02).
             88    WS-TRAN-OK                   VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
      *--  RESULT OF THE KEYED READ FOR THE DATE IN HAND - WHEN
      *--  FOUND, THE CALENDAR RECORD AREA HOLDS THE LIVE RECORD.
           01      CALENDAR-CONTROL.
             02    CALENDAR-HIT-SWITCH PICTURE X(01)  VALUE  'N'.
               88  CALENDAR-FOUND                       VALUE  'Y'.
               88  NO-CALENDAR-FOUND                    VALUE  'N'.
      *--  TRANSACTION AND CALENDAR COUNTS FOR THE SUMMARY LINES.
           01      COUNTERS.
             02    TRAN-READ-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    APPLIED-COUNT         PICTURE 9(09)  COMP  VALUE  0.
             02    REJECTED-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    ADDED-COUNT           PICTURE 9(09)  COMP  VALUE  0.
             02    REWRITTEN-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    DELETED-COUNT         PICTURE 9(09)  COMP  VALUE  0.
      *--  RESULT OF VALIDATING THE TRANSACTION IN HAND.
           01      TRAN-VALIDATION.
             02    VT-SWITCH        PICTURE X(01)  VALUE  'Y'.
               88  VT-VALID                         VALUE  'Y'.
               88  VT-INVALID                       VALUE  'N'.
             02    VT-REASON        PICTURE X(40).
      *--  DATE VALIDATION AND WEEKDAY ARITHMETIC.  THE DAY NUMBER
      *--  COUNTS DAYS FROM A FIXED BASE WITH MARCH AS THE FIRST
      *--  MONTH OF THE YEAR, SO THE LEAP DAY FALLS AT THE END OF A
      *--  YEAR AND EVERY MONTH'S STARTING DAY IS A STRAIGHT
      *--  FORMULA.  EACH DIVISION IS TAKEN SEPARATELY SO EVERY
      *--  QUOTIENT IS TRUNCATED TO A WHOLE NUMBER.
           01      DATE-WORK.
             02    DW-DATE            PICTURE X(08).
             02    DW-DATE-PARTS      REDEFINES  DW-DATE.
               03  DW-YEAR            PICTURE 9(04).
               03  DW-MONTH           PICTURE 9(02).
               03  DW-DAY             PICTURE 9(02).
             02    DW-SWITCH          PICTURE X(01)  VALUE  'Y'.
               88  DW-VALID                           VALUE  'Y'.
               88  DW-INVALID                         VALUE  'N'.
             02    DW-MONTH-DAYS      PICTURE 9(02)  COMP.
             02    DW-CALC-YEAR       PICTURE 9(05)  COMP.
             02    DW-CALC-MONTH      PICTURE 9(02)  COMP.
             02    DW-DAY-NUMBER      PICTURE 9(09)  COMP.
             02    DW-TERM            PICTURE 9(09)  COMP.
             02    DW-QUOTIENT        PICTURE 9(09)  COMP.
             02    DW-REMAINDER       PICTURE 9(05)  COMP.
             02    DW-REMAINDER-4     PICTURE 9(05)  COMP.
             02    DW-REMAINDER-100   PICTURE 9(05)  COMP.
             02    DW-REMAINDER-400   PICTURE 9(05)  COMP.
             02    DW-WEEKDAY         PICTURE 9(01).
               88  DW-SATURDAY                        VALUE  6.
               88  DW-SUNDAY                          VALUE  7.
      *--  DAYS IN EACH MONTH OF A COMMON YEAR - FEBRUARY GAINS ITS
      *--  LEAP DAY IN FIND-MONTH-DAYS.
           01      MONTH-DAYS-VALUES  PICTURE X(24)
                     VALUE  '312831303130313130313031'.
           01      MONTH-DAYS-TABLE   REDEFINES  MONTH-DAYS-VALUES.
             02    MONTH-DAYS         PICTURE 9(02)  OCCURS  12.
      *--  YEAR GENERATION - EVERY DATE OF THE YEAR NOT ALREADY ON
      *--  THE CALENDAR IS ADDED.  SATURDAYS AND SUNDAYS GO ON AS
      *--  WEEKENDS AND DECEMBER 31 THRU JANUARY 3 AS THE BANKS'
      *--  YEAR-END CLOSURE; EVERY OTHER DATE GOES ON AS A BUSINESS
      *--  DAY UNTIL THE CONTROL DESK CHANGES IT TO A HOLIDAY.  A
      *--  DATE ALREADY ON FILE IS LEFT AS IT STANDS, SO A YEAR CAN
      *--  BE REGENERATED WITHOUT UNDOING HOLIDAYS ALREADY KEYED.
           01      YEAR-CONTROL.
             02    YG-YEAR            PICTURE 9(04).
             02    YG-MONTH           PICTURE 9(02)  COMP.
             02    YG-DAY             PICTURE 9(02)  COMP.
             02    YG-ADDED-COUNT     PICTURE 9(09)  COMP.
             02    YG-SKIPPED-COUNT   PICTURE 9(09)  COMP.
      *--  BEFORE AND AFTER IMAGES OF THE CALENDAR RECORD TOUCHED,
      *--  BUILT IN THE LIVE FILE'S 40-BYTE LAYOUT FOR THE LISTING.
           01      IMAGE-WORK.
             02    IW-DATE          PICTURE X(08).
             02    IW-DAY-TYPE      PICTURE X(01).
             02    IW-WEEKDAY       PICTURE 9(01).
             02    IW-DESCRIPTION   PICTURE X(20).
             02    IW-STAMP-DATE    PICTURE X(08).
             02    FILLER           PICTURE X(02)  VALUE  SPACES.
      *--  ONE PRINT LINE OF THE AUDIT LISTING, AND THE BEFORE/AFTER
      *--  IMAGE LINES UNDER IT.  A YEAR TRANSACTION PRINTS ITS
      *--  COUNTS INSTEAD OF AN IMAGE PER DATE.
           01      DETAIL-LINE.
             02    DL-STATUS        PICTURE X(09).
             02    DL-ACTION        PICTURE X(07).
             02    DL-DATE-LABEL    PICTURE X(05).
             02    DL-DATE          PICTURE X(08).
             02    DL-FILL1         PICTURE X(02).
             02    DL-REASON        PICTURE X(40).
             02    FILLER           PICTURE X(61).
           01      IMAGE-LINE.
             02    IL-LABEL         PICTURE X(11).
             02    IL-IMAGE         PICTURE X(40).
             02    FILLER           PICTURE X(81).
           01      YEAR-LINE.
             02    YL-FILL0         PICTURE X(11).
             02    YL-ADDED-LABEL   PICTURE X(13).
             02    YL-ADDED         PICTURE ZZZZZZZZ9.
             02    YL-FILL1         PICTURE X(02).
             02    YL-SKIP-LABEL    PICTURE X(21).
             02    YL-SKIPPED       PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(67).
      *--  REPORT HEADING AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(46).
             02    RH-RUN-DATE      PICTURE X(08).
             02    FILLER           PICTURE X(78).
           01      REPORT-SUMMARY-LINE.
             02    RS-LABEL         PICTURE X(30).
             02    RS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(93).
      *--  TODAY'S DATE FOR THE HEADING AND THE RECORD STAMP.
           01      WS-RUN-DATE  PICTURE X(08).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
      *--  FILE OPENS.  THE LIVE CALENDAR IS OPENED FOR UPDATE -
      *--  EVERY APPLIED TRANSACTION IS WRITTEN, REWRITTEN OR
      *--  DELETED ON IT AS IT IS APPLIED.  STATUS 35 JUST MEANS THE
      *--  CLUSTER HAS NEVER BEEN LOADED - OPENING IT OUTPUT AND
      *--  CLOSING IT AGAIN LEAVES IT READY FOR I-O, SO THE FIRST
      *--  YEAR CAN BE GENERATED INTO IT.
           OPEN  I-O  BUS-CALENDAR.
           IF  WS-CALENDAR-NOT-FOUND
               OPEN  OUTPUT  BUS-CALENDAR
               CLOSE  BUS-CALENDAR
               OPEN  I-O  BUS-CALENDAR
           END-IF.
           IF  NOT WS-CALENDAR-OK
               DISPLAY  'COMP3017 - BUSINESS CALENDAR OPEN FAILED, '
                        'STATUS = '  WS-CALENDAR-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  TRAN-FILE.
           IF  NOT WS-TRAN-OK
               DISPLAY  'COMP3017 - TRANSACTION FILE OPEN FAILED, '
                        'STATUS = '  WS-TRAN-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3017 - REPORT FILE OPEN FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
      *--  APPLY EVERY TRANSACTION AGAINST THE CALENDAR.
           PERFORM  READ-TRAN-S     THRU  READ-TRAN-E.
           PERFORM  APPLY-TRAN-S    THRU  APPLY-TRAN-E
                    UNTIL  END-OF-TRANS.
      *--  SUMMARY LINES.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
      *--  FILE CLOSES.
           CLOSE BUS-CALENDAR.
           CLOSE TRAN-FILE.
           CLOSE REPORT-FILE.
      *--  ANY REJECTED TRANSACTION ENDS THE RUN RC=4 SO THE CONTROL
      *--  DESK SEES IT WITHOUT READING THE LISTING.
           IF  REJECTED-COUNT  >  0
               MOVE  4  TO  RETURN-CODE
           END-IF.
        MAIN-E.
           STOP RUN.

        FIND-CALENDAR   SECTION.
        FIND-CALENDAR-S.
      *--  READ THE CALENDAR BY THE DATE IN DW-DATE.  A DATE NOT ON
      *--  FILE IS AN ANSWER, NOT A FAILURE - ANY OTHER BAD STATUS
      *--  MEANS THE CALENDAR ITSELF IS IN TROUBLE.
           MOVE  DW-DATE  TO  BC-DATE.
           SET  CALENDAR-FOUND  TO  TRUE.
           READ  BUS-CALENDAR
               INVALID KEY  SET  NO-CALENDAR-FOUND  TO  TRUE
           END-READ.
           IF  CALENDAR-FOUND  AND  NOT WS-CALENDAR-OK
               DISPLAY  'COMP3017 - BUSINESS CALENDAR READ FAILED, '
                        'STATUS = '  WS-CALENDAR-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        FIND-CALENDAR-E.
           EXIT.

        READ-TRAN       SECTION.
        READ-TRAN-S.
           READ  TRAN-FILE
               AT END  SET  END-OF-TRANS  TO  TRUE
           END-READ.
           IF  NOT END-OF-TRANS
               ADD  1  TO  TRAN-READ-COUNT
           END-IF.
        READ-TRAN-E.
           EXIT.

        APPLY-TRAN      SECTION.
        APPLY-TRAN-S.
      *--  VALIDATE THE TRANSACTION, THEN BRANCH ON ITS ACTION.  A
      *--  TRANSACTION THAT FAILS VALIDATION IS LISTED AS REJECTED
      *--  AND THE CALENDAR IS LEFT UNTOUCHED.
           SET  VT-VALID  TO  TRUE.
           IF  NOT CX-YEAR  AND  NOT CX-ADD  AND  NOT CX-CHANGE
               AND  NOT CX-DELETE
               SET  VT-INVALID  TO  TRUE
               MOVE  'ACTION IS NOT Y, A, C OR D'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-TRAN-X
           END-IF.
           IF  CX-YEAR
               PERFORM  APPLY-YEAR-S  THRU  APPLY-YEAR-E
               GO TO  APPLY-TRAN-X
           END-IF.
           MOVE  CX-DATE  TO  DW-DATE.
           PERFORM  VALIDATE-DATE-S  THRU  VALIDATE-DATE-E.
           IF  DW-INVALID
               SET  VT-INVALID  TO  TRUE
               MOVE  'DATE IS NOT A VALID YYYYMMDD'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-TRAN-X
           END-IF.
           PERFORM  FIND-CALENDAR-S  THRU  FIND-CALENDAR-E.
           EVALUATE  TRUE
               WHEN  CX-ADD
                   PERFORM  APPLY-ADD-S     THRU  APPLY-ADD-E
               WHEN  CX-CHANGE
                   PERFORM  APPLY-CHANGE-S  THRU  APPLY-CHANGE-E
               WHEN  CX-DELETE
                   PERFORM  APPLY-DELETE-S  THRU  APPLY-DELETE-E
           END-EVALUATE.
        APPLY-TRAN-X.
           PERFORM  READ-TRAN-S  THRU  READ-TRAN-E.
        APPLY-TRAN-E.
           EXIT.

        APPLY-YEAR      SECTION.
        APPLY-YEAR-S.
      *--  THE YEAR IS CHECKED THROUGH ITS FIRST DAY - A YEAR THAT
      *--  MAKES JANUARY 1 AN INVALID DATE IS NOT A YEAR.
           MOVE  CX-DATE (1:4)  TO  DW-DATE (1:4).
           MOVE  '0101'         TO  DW-DATE (5:4).
           PERFORM  VALIDATE-DATE-S  THRU  VALIDATE-DATE-E.
           IF  DW-INVALID
               SET  VT-INVALID  TO  TRUE
               MOVE  'YEAR IS NOT A VALID YYYY'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-YEAR-E
           END-IF.
           MOVE  DW-YEAR  TO  YG-YEAR.
           MOVE  0        TO  YG-ADDED-COUNT.
           MOVE  0        TO  YG-SKIPPED-COUNT.
           PERFORM  GENERATE-ONE-MONTH-S  THRU  GENERATE-ONE-MONTH-E
                    VARYING  YG-MONTH  FROM  1  BY  1
                    UNTIL  YG-MONTH  >  12.
           ADD  1  TO  APPLIED-COUNT.
           MOVE  SPACES       TO  DETAIL-LINE.
           MOVE  'APPLIED  '  TO  DL-STATUS.
           PERFORM  WRITE-DETAIL-LINE-S  THRU  WRITE-DETAIL-LINE-E.
           MOVE  SPACES                  TO  YEAR-LINE.
           MOVE  'DATES ADDED: '         TO  YL-ADDED-LABEL.
           MOVE  YG-ADDED-COUNT          TO  YL-ADDED.
           MOVE  'ALREADY ON CALENDAR: ' TO  YL-SKIP-LABEL.
           MOVE  YG-SKIPPED-COUNT        TO  YL-SKIPPED.
           WRITE  REPORT-REC  FROM  YEAR-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        APPLY-YEAR-E.
           EXIT.

        GENERATE-ONE-MONTH      SECTION.
        GENERATE-ONE-MONTH-S.
           MOVE  YG-YEAR   TO  DW-YEAR.
           MOVE  YG-MONTH  TO  DW-MONTH.
           PERFORM  FIND-MONTH-DAYS-S  THRU  FIND-MONTH-DAYS-E.
           PERFORM  GENERATE-ONE-DATE-S  THRU  GENERATE-ONE-DATE-E
                    VARYING  YG-DAY  FROM  1  BY  1
                    UNTIL  YG-DAY  >  DW-MONTH-DAYS.
        GENERATE-ONE-MONTH-E.
           EXIT.

        GENERATE-ONE-DATE       SECTION.
        GENERATE-ONE-DATE-S.
           MOVE  YG-YEAR   TO  DW-YEAR.
           MOVE  YG-MONTH  TO  DW-MONTH.
           MOVE  YG-DAY    TO  DW-DAY.
           PERFORM  FIND-CALENDAR-S  THRU  FIND-CALENDAR-E.
           IF  CALENDAR-FOUND
               ADD  1  TO  YG-SKIPPED-COUNT
               GO TO  GENERATE-ONE-DATE-E
           END-IF.
           PERFORM  COMPUTE-WEEKDAY-S  THRU  COMPUTE-WEEKDAY-E.
           MOVE  SPACES       TO  BUS-CAL-REC.
           MOVE  DW-DATE      TO  BC-DATE.
           MOVE  DW-WEEKDAY   TO  BC-WEEKDAY.
           MOVE  WS-RUN-DATE  TO  BC-STAMP-DATE.
           EVALUATE  TRUE
               WHEN  DW-DATE (5:4)  =  '1231'  OR  '0101'  OR  '0102'
                                           OR  '0103'
                   MOVE  'C'                 TO  BC-DAY-TYPE
                   MOVE  'YEAR-END CLOSURE'  TO  BC-DESCRIPTION
               WHEN  DW-SATURDAY
                   MOVE  'W'                 TO  BC-DAY-TYPE
                   MOVE  'SATURDAY'          TO  BC-DESCRIPTION
               WHEN  DW-SUNDAY
                   MOVE  'W'                 TO  BC-DAY-TYPE
                   MOVE  'SUNDAY'            TO  BC-DESCRIPTION
               WHEN  OTHER
                   MOVE  'B'                 TO  BC-DAY-TYPE
           END-EVALUATE.
           WRITE  BUS-CAL-REC.
           PERFORM  CHECK-CALENDAR-STATUS-S
                    THRU  CHECK-CALENDAR-STATUS-E.
           ADD  1  TO  YG-ADDED-COUNT.
           ADD  1  TO  ADDED-COUNT.
        GENERATE-ONE-DATE-E.
           EXIT.

        APPLY-ADD       SECTION.
        APPLY-ADD-S.
           IF  CALENDAR-FOUND
               SET  VT-INVALID  TO  TRUE
               MOVE  'DATE ALREADY ON THE CALENDAR'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-ADD-E
           END-IF.
           IF  NOT CX-VALID-TYPE
               SET  VT-INVALID  TO  TRUE
               MOVE  'DAY TYPE IS NOT B, W, H OR C'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-ADD-E
           END-IF.
           PERFORM  COMPUTE-WEEKDAY-S  THRU  COMPUTE-WEEKDAY-E.
           MOVE  SPACES          TO  BUS-CAL-REC.
           MOVE  DW-DATE         TO  BC-DATE.
           MOVE  CX-DAY-TYPE     TO  BC-DAY-TYPE.
           MOVE  DW-WEEKDAY      TO  BC-WEEKDAY.
           MOVE  CX-DESCRIPTION  TO  BC-DESCRIPTION.
           MOVE  WS-RUN-DATE     TO  BC-STAMP-DATE.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
           WRITE  BUS-CAL-REC.
           PERFORM  CHECK-CALENDAR-STATUS-S
                    THRU  CHECK-CALENDAR-STATUS-E.
           ADD  1  TO  ADDED-COUNT.
           ADD  1  TO  APPLIED-COUNT.
           MOVE  SPACES       TO  DETAIL-LINE.
           MOVE  'APPLIED  '  TO  DL-STATUS.
           PERFORM  WRITE-DETAIL-LINE-S  THRU  WRITE-DETAIL-LINE-E.
           MOVE  SPACES               TO  IMAGE-LINE.
           MOVE  '  BEFORE   '        TO  IL-LABEL.
           MOVE  '(NOT ON CALENDAR)'  TO  IL-IMAGE.
           PERFORM  WRITE-IMAGE-LINE-S  THRU  WRITE-IMAGE-LINE-E.
           PERFORM  WRITE-AFTER-IMAGE-S  THRU  WRITE-AFTER-IMAGE-E.
        APPLY-ADD-E.
           EXIT.

        APPLY-CHANGE    SECTION.
        APPLY-CHANGE-S.
           IF  NO-CALENDAR-FOUND
               SET  VT-INVALID  TO  TRUE
               MOVE  'DATE NOT ON THE CALENDAR'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-CHANGE-E
           END-IF.
           IF  CX-DAY-TYPE  =  SPACE  AND  CX-DESCRIPTION  =  SPACES
               SET  VT-INVALID  TO  TRUE
               MOVE  'CHANGE CARRIES NO FIELDS'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-CHANGE-E
           END-IF.
           IF  CX-DAY-TYPE  NOT =  SPACE  AND  NOT CX-VALID-TYPE
               SET  VT-INVALID  TO  TRUE
               MOVE  'DAY TYPE IS NOT B, W, H OR C'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-CHANGE-E
           END-IF.
           PERFORM  WRITE-BEFORE-IMAGE-PREP-S
                    THRU  WRITE-BEFORE-IMAGE-PREP-E.
      *--  ONLY THE FIELDS THE TRANSACTION CARRIES ARE REPLACED.  A
      *--  DATE TURNED BACK INTO A BUSINESS DAY WITH NO DESCRIPTION
      *--  KEEPS THE OLD ONE - KEY A NEW DESCRIPTION WITH IT.
           IF  CX-DAY-TYPE  NOT =  SPACE
               MOVE  CX-DAY-TYPE  TO  BC-DAY-TYPE
           END-IF.
           IF  CX-DESCRIPTION  NOT =  SPACES
               MOVE  CX-DESCRIPTION  TO  BC-DESCRIPTION
           END-IF.
           MOVE  WS-RUN-DATE  TO  BC-STAMP-DATE.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
           REWRITE  BUS-CAL-REC.
           PERFORM  CHECK-CALENDAR-STATUS-S
                    THRU  CHECK-CALENDAR-STATUS-E.
           ADD  1  TO  REWRITTEN-COUNT.
           ADD  1  TO  APPLIED-COUNT.
           MOVE  SPACES       TO  DETAIL-LINE.
           MOVE  'APPLIED  '  TO  DL-STATUS.
           PERFORM  WRITE-DETAIL-LINE-S  THRU  WRITE-DETAIL-LINE-E.
           PERFORM  WRITE-IMAGE-LINE-S  THRU  WRITE-IMAGE-LINE-E.
           PERFORM  WRITE-AFTER-IMAGE-S  THRU  WRITE-AFTER-IMAGE-E.
        APPLY-CHANGE-E.
           EXIT.

        APPLY-DELETE    SECTION.
        APPLY-DELETE-S.
           IF  NO-CALENDAR-FOUND
               SET  VT-INVALID  TO  TRUE
               MOVE  'DATE NOT ON THE CALENDAR'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-DELETE-E
           END-IF.
           PERFORM  WRITE-BEFORE-IMAGE-PREP-S
                    THRU  WRITE-BEFORE-IMAGE-PREP-E.
           DELETE  BUS-CALENDAR  RECORD.
           PERFORM  CHECK-CALENDAR-STATUS-S
                    THRU  CHECK-CALENDAR-STATUS-E.
           ADD  1  TO  DELETED-COUNT.
           ADD  1  TO  APPLIED-COUNT.
           MOVE  SPACES       TO  DETAIL-LINE.
           MOVE  'APPLIED  '  TO  DL-STATUS.
           PERFORM  WRITE-DETAIL-LINE-S  THRU  WRITE-DETAIL-LINE-E.
           PERFORM  WRITE-IMAGE-LINE-S  THRU  WRITE-IMAGE-LINE-E.
           MOVE  SPACES         TO  IMAGE-LINE.
           MOVE  '  AFTER    '  TO  IL-LABEL.
           MOVE  '(DELETED)'    TO  IL-IMAGE.
           PERFORM  WRITE-IMAGE-LINE-S  THRU  WRITE-IMAGE-LINE-E.
        APPLY-DELETE-E.
           EXIT.

        VALIDATE-DATE   SECTION.
        VALIDATE-DATE-S.
      *--  A CALENDAR DATE IN DW-DATE - NUMERIC, A MONTH 01 THRU 12
      *--  AND A DAY THAT MONTH ACTUALLY HAS.
           SET  DW-VALID  TO  TRUE.
           IF  DW-DATE  NOT NUMERIC
               SET  DW-INVALID  TO  TRUE
               GO TO  VALIDATE-DATE-E
           END-IF.
           IF  DW-YEAR  <  1900
               OR  DW-MONTH  <  1  OR  DW-MONTH  >  12
               SET  DW-INVALID  TO  TRUE
               GO TO  VALIDATE-DATE-E
           END-IF.
           PERFORM  FIND-MONTH-DAYS-S  THRU  FIND-MONTH-DAYS-E.
           IF  DW-DAY  <  1  OR  DW-DAY  >  DW-MONTH-DAYS
               SET  DW-INVALID  TO  TRUE
           END-IF.
        VALIDATE-DATE-E.
           EXIT.

        FIND-MONTH-DAYS SECTION.
        FIND-MONTH-DAYS-S.
      *--  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *--  CENTURY YEAR NOT DIVISIBLE BY 400.
           MOVE  MONTH-DAYS (DW-MONTH)  TO  DW-MONTH-DAYS.
           IF  DW-MONTH  NOT =  2
               GO TO  FIND-MONTH-DAYS-E
           END-IF.
           DIVIDE  DW-YEAR  BY  4
                   GIVING  DW-QUOTIENT  REMAINDER  DW-REMAINDER-4.
           DIVIDE  DW-YEAR  BY  100
                   GIVING  DW-QUOTIENT  REMAINDER  DW-REMAINDER-100.
           DIVIDE  DW-YEAR  BY  400
                   GIVING  DW-QUOTIENT  REMAINDER  DW-REMAINDER-400.
           IF  DW-REMAINDER-4  =  0
               AND  (DW-REMAINDER-100  NOT =  0
                     OR  DW-REMAINDER-400  =  0)
               MOVE  29  TO  DW-MONTH-DAYS
           END-IF.
        FIND-MONTH-DAYS-E.
           EXIT.

        COMPUTE-WEEKDAY SECTION.
        COMPUTE-WEEKDAY-S.
      *--  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
      *--  YEAR BEFORE.  THE DAY NUMBER PLUS 2, MODULO 7, GIVES 1
      *--  FOR MONDAY THRU 6 FOR SATURDAY AND 0 FOR SUNDAY.
           IF  DW-MONTH  <  3
               SUBTRACT  1  FROM  DW-YEAR  GIVING  DW-CALC-YEAR
               ADD  12  DW-MONTH  GIVING  DW-CALC-MONTH
           ELSE
               MOVE  DW-YEAR   TO  DW-CALC-YEAR
               MOVE  DW-MONTH  TO  DW-CALC-MONTH
           END-IF.
           COMPUTE  DW-DAY-NUMBER  =  365  *  DW-CALC-YEAR  +  DW-DAY.
           DIVIDE  DW-CALC-YEAR  BY  4  GIVING  DW-QUOTIENT.
           ADD  DW-QUOTIENT  TO  DW-DAY-NUMBER.
           DIVIDE  DW-CALC-YEAR  BY  100  GIVING  DW-QUOTIENT.
           SUBTRACT  DW-QUOTIENT  FROM  DW-DAY-NUMBER.
           DIVIDE  DW-CALC-YEAR  BY  400  GIVING  DW-QUOTIENT.
           ADD  DW-QUOTIENT  TO  DW-DAY-NUMBER.
           COMPUTE  DW-TERM  =  153  *  (DW-CALC-MONTH  -  3)  +  2.
           DIVIDE  DW-TERM  BY  5  GIVING  DW-QUOTIENT.
           ADD  DW-QUOTIENT  TO  DW-DAY-NUMBER.
           ADD  2  DW-DAY-NUMBER  GIVING  DW-TERM.
           DIVIDE  DW-TERM  BY  7
                   GIVING  DW-QUOTIENT  REMAINDER  DW-REMAINDER.
           IF  DW-REMAINDER  =  0
               MOVE  7             TO  DW-WEEKDAY
           ELSE
               MOVE  DW-REMAINDER  TO  DW-WEEKDAY
           END-IF.
        COMPUTE-WEEKDAY-E.
           EXIT.

        WRITE-BEFORE-IMAGE-PREP SECTION.
        WRITE-BEFORE-IMAGE-PREP-S.
      *--  CAPTURE THE BEFORE IMAGE INTO THE IMAGE LINE AHEAD OF THE
      *--  UPDATE - THE DETAIL LINE PRINTS FIRST, THEN THIS IMAGE.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
           MOVE  SPACES         TO  IMAGE-LINE.
           MOVE  '  BEFORE   '  TO  IL-LABEL.
           MOVE  IMAGE-WORK     TO  IL-IMAGE.
        WRITE-BEFORE-IMAGE-PREP-E.
           EXIT.

        WRITE-AFTER-IMAGE       SECTION.
        WRITE-AFTER-IMAGE-S.
      *--  THE AFTER IMAGE WAS CAPTURED IN IMAGE-WORK JUST AHEAD OF
      *--  THE WRITE OR REWRITE - THE RECORD AREA IS NOT TO BE
      *--  RELIED ON ONCE THE RECORD HAS GONE TO THE FILE.
           MOVE  SPACES         TO  IMAGE-LINE.
           MOVE  '  AFTER    '  TO  IL-LABEL.
           MOVE  IMAGE-WORK     TO  IL-IMAGE.
           PERFORM  WRITE-IMAGE-LINE-S  THRU  WRITE-IMAGE-LINE-E.
        WRITE-AFTER-IMAGE-E.
           EXIT.

        BUILD-ENTRY-IMAGE       SECTION.
        BUILD-ENTRY-IMAGE-S.
      *--  THE CALENDAR RECORD IN HAND, LAID OUT AS ON THE LIVE FILE.
           MOVE  BC-DATE         TO  IW-DATE.
           MOVE  BC-DAY-TYPE     TO  IW-DAY-TYPE.
           MOVE  BC-WEEKDAY      TO  IW-WEEKDAY.
           MOVE  BC-DESCRIPTION  TO  IW-DESCRIPTION.
           MOVE  BC-STAMP-DATE   TO  IW-STAMP-DATE.
        BUILD-ENTRY-IMAGE-E.
           EXIT.

        REPORT-REJECTED SECTION.
        REPORT-REJECTED-S.
           ADD  1  TO  REJECTED-COUNT.
           MOVE  SPACES       TO  DETAIL-LINE.
           MOVE  'REJECTED '  TO  DL-STATUS.
           PERFORM  WRITE-DETAIL-LINE-S  THRU  WRITE-DETAIL-LINE-E.
        REPORT-REJECTED-E.
           EXIT.

        WRITE-DETAIL-LINE       SECTION.
        WRITE-DETAIL-LINE-S.
           EVALUATE  TRUE
               WHEN  CX-YEAR
                   MOVE  'YEAR   '  TO  DL-ACTION
               WHEN  CX-ADD
                   MOVE  'ADD    '  TO  DL-ACTION
               WHEN  CX-CHANGE
                   MOVE  'CHANGE '  TO  DL-ACTION
               WHEN  CX-DELETE
                   MOVE  'DELETE '  TO  DL-ACTION
               WHEN  OTHER
                   MOVE  CX-ACTION  TO  DL-ACTION
           END-EVALUATE.
           MOVE  'DATE '  TO  DL-DATE-LABEL.
           MOVE  CX-DATE  TO  DL-DATE.
           IF  VT-INVALID
               MOVE  VT-REASON  TO  DL-REASON
           ELSE
               MOVE  SPACES     TO  DL-REASON
           END-IF.
           WRITE  REPORT-REC  FROM  DETAIL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-DETAIL-LINE-E.
           EXIT.

        WRITE-IMAGE-LINE        SECTION.
        WRITE-IMAGE-LINE-S.
           WRITE  REPORT-REC  FROM  IMAGE-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-IMAGE-LINE-E.
           EXIT.

        CHECK-CALENDAR-STATUS   SECTION.
        CHECK-CALENDAR-STATUS-S.
      *--  A CALENDAR THAT WILL NOT TAKE AN UPDATE STOPS THE RUN -
      *--  THE LISTING WOULD OTHERWISE SHOW A CHANGE THE CALENDAR
      *--  NEVER RECEIVED.
           IF  NOT WS-CALENDAR-OK
               DISPLAY  'COMP3017 - BUSINESS CALENDAR UPDATE FAILED, '
                        'STATUS = '  WS-CALENDAR-STATUS
                        ' DATE '  BC-DATE
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-CALENDAR-STATUS-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3017 BUSINESS CALENDAR MAINTENANCE - RUN '
                 TO  RH-LABEL.
           MOVE  WS-RUN-DATE  TO  RH-RUN-DATE.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-HEADING-E.
           EXIT.

        WRITE-REPORT-SUMMARY    SECTION.
        WRITE-REPORT-SUMMARY-S.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'TRANSACTIONS READ:        '  TO  RS-LABEL.
           MOVE  TRAN-READ-COUNT               TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'TRANSACTIONS APPLIED:     '  TO  RS-LABEL.
           MOVE  APPLIED-COUNT                 TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'TRANSACTIONS REJECTED:    '  TO  RS-LABEL.
           MOVE  REJECTED-COUNT                TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'CALENDAR DATES ADDED:     '  TO  RS-LABEL.
           MOVE  ADDED-COUNT                   TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'CALENDAR DATES REWRITTEN: '  TO  RS-LABEL.
           MOVE  REWRITTEN-COUNT               TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'CALENDAR DATES DELETED:   '  TO  RS-LABEL.
           MOVE  DELETED-COUNT                 TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

        CHECK-REPORT-STATUS     SECTION.
        CHECK-REPORT-STATUS-S.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3017 - REPORT FILE WRITE FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-REPORT-STATUS-E.
           EXIT.
