      ******************************************************************
      *  OVERVIEW: THIS PGM IS MATCH CORRECTION TRANSACTIONS AGAINST   *
      *            THE REJECT FILE WRITTEN BY COMP3001, REBUILD THE    *
      *            REPAIRED RECORDS IN THE 26-BYTE IN-PACK-REC LAYOUT  *
      *            ON THE RECYCLE FILE SO THEY RIDE INTO THE NEXT      *
      *            NIGHT'S COMP3001 INPUT, AND PRINT AN APPLIED /      *
      *            STILL-OUTSTANDING REPORT.  REJECTS OLDER THAN THE   *
      *            AGING DATE - SUPPLIED ON SYSIN, OR WORKED OUT FROM  *
      *            THE BUSINESS-DAY CALENDAR WHEN THE THRESHOLD IS     *
      *            GIVEN IN BUSINESS DAYS - ARE CALLED OUT SO THEY DO  *
      *            NOT SILENTLY ROT.                                   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
      *--  PRINTED APPLIED/OUTSTANDING REPORT.
           SELECT  REPORT-FILE   ASSIGN  TO  'CORRRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
      *--  CONTROL CARD - OPTIONAL AGING DATE OR AGING DAYS.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                            FILE STATUS  IS  WS-CONTROL-STATUS.
      *--  SHARED BUSINESS-DAY CALENDAR, READ IN DATE ORDER ONLY
      *--  WHEN THE AGING THRESHOLD IS GIVEN IN BUSINESS DAYS.
           SELECT  BUS-CALENDAR  ASSIGN  TO  'BUSCAL'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  SEQUENTIAL
                            RECORD KEY   IS  BC-DATE
                            FILE STATUS  IS  WS-CALENDAR-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  REJECT FILE WRITTEN BY COMP3001.  RECORD LAYOUT IS SHARED -
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
               88  END-OF-CORRECTIONS                  VALUE  'Y'.
             02    CONTROL-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-CONTROL                      VALUE  'Y'.
             02    CALENDAR-EOF-SWITCH PICTURE X(01)  VALUE  'N'.
               88  END-OF-CALENDAR                     VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-REJECT-STATUS   PICTURE X(02).
             88    WS-REJECT-OK                 VALUE  '00'.
             88    WS-REPORT-OK                 VALUE  '00'.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
           01      WS-CALENDAR-STATUS PICTURE X(02).
             88    WS-CALENDAR-OK               VALUE  '00'.
      *--  AGING DATE FROM THE SYSIN CARD 'AGEDATE=YYYYMMDD', OR
      *--  WORKED OUT FROM AN 'AGEDAYS=NNN' CARD.  A REJECT STILL
      *--  OUTSTANDING WITH A RUN DATE ON OR BEFORE THIS DATE IS
      *--  CALLED OUT AS AGED.  NO CARD MEANS NO AGING CALLOUT.
           01      AGING-CONTROL.
             02    AGING-DATE         PICTURE X(08)  VALUE  SPACES.
             02    AGING-SWITCH       PICTURE X(01)  VALUE  'N'.
               88  AGING-REQUESTED                    VALUE  'Y'.
      *--  AGING THRESHOLD IN BUSINESS DAYS FROM THE SYSIN CARD
      *--  AGEDAYS=NNN, AS AN ALTERNATIVE TO AGEDATE.  THE CUTOFF IS
      *--  THE BUSINESS DAY NNN BUSINESS DAYS BEFORE THE RUN DATE -
      *--  THE CALENDAR IS READ IN DATE ORDER UP TO THE RUN DATE,
      *--  KEEPING THE LAST NNN BUSINESS DAYS IN A RING SO THE
      *--  OLDEST ONE LEFT IN IT WHEN THE RUN DATE IS REACHED IS THE
      *--  CUTOFF.
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
           01      BUSINESS-DAY-RING.
             02    BD-COUNT           PICTURE 9(09)  COMP  VALUE  0.
             02    BD-INDEX           PICTURE 9(05)  COMP  VALUE  0.
             02    BD-ENTRY           OCCURS  999.
               03  BD-DATE            PICTURE X(08).
      *--  CORRECTION TRANSACTIONS ARE LOADED INTO THIS TABLE AT
      *--  START-UP AND MATCHED AGAINST EACH REJECT AS IT IS READ.
           01      CORRECTION-TABLE.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
      *--  PICK UP THE OPTIONAL AGING DATE CARD.
           PERFORM  READ-CONTROL-S   THRU  READ-CONTROL-E.
      *--  AN AGING THRESHOLD IN BUSINESS DAYS IS TURNED INTO THE
      *--  AGING DATE FROM THE BUSINESS-DAY CALENDAR.
           IF  AGE-DAYS-REQUESTED
               PERFORM  COMPUTE-AGING-DATE-S  THRU  COMPUTE-AGING-DATE-E
           END-IF.
      *--  LOAD EVERY CORRECTION TRANSACTION INTO THE TABLE.
           PERFORM  LOAD-CORRECTIONS-S  THRU  LOAD-CORRECTIONS-E.
      *--  FILE OPENS.
           IF  CONTROL-CARD (1:8)  =  'AGEDATE='
               MOVE  CONTROL-CARD (9:8)  TO  AGING-DATE
               MOVE  'Y'                 TO  AGING-SWITCH
               MOVE  'Y'                 TO  AGE-DATE-SWITCH
           END-IF.
           IF  CONTROL-CARD (1:8)  =  'AGEDAYS='
               MOVE  CONTROL-CARD (9:3)  TO  AGE-DAYS-VALUE
               IF  AGE-DAYS-VALUE  NOT NUMERIC
                   OR  AGE-DAYS-NUM  =  0
                   DISPLAY  'COMP3005 - AGEDAYS CARD IS NOT 001 THRU '
                            '999: '  CONTROL-CARD
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               MOVE  'Y'  TO  AGE-DAYS-SWITCH
               MOVE  'Y'  TO  AGING-SWITCH
           END-IF.
      *--  ONE AGING THRESHOLD OR THE OTHER - NOT BOTH.
           IF  AGE-DAYS-REQUESTED  AND  AGE-DATE-GIVEN
               DISPLAY  'COMP3005 - GIVE AN AGEDATE CARD OR AN AGEDAYS '
                        'CARD, NOT BOTH'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        READ-CONTROL-CARD-E.
           EXIT.

        COMPUTE-AGING-DATE      SECTION.
        COMPUTE-AGING-DATE-S.
      *--  TURN AGEDAYS=NNN INTO THE AGING DATE.  A CALENDAR THAT
      *--  STOPS SHORT OF THE RUN DATE, OR HOLDS FEWER THAN NNN
      *--  BUSINESS DAYS BEFORE IT, CANNOT GIVE A TRUE CUTOFF - THE
      *--  RUN STOPS RATHER THAN AGE AGAINST A WRONG DATE.
           OPEN  INPUT  BUS-CALENDAR.
           IF  NOT WS-CALENDAR-OK
               DISPLAY  'COMP3005 - BUSINESS CALENDAR OPEN FAILED, '
                        'STATUS = '  WS-CALENDAR-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-ONE-CALENDAR-S  THRU  READ-ONE-CALENDAR-E
                    UNTIL  END-OF-CALENDAR.
           CLOSE  BUS-CALENDAR.
           IF  NOT RUN-DATE-ON-CALENDAR
               DISPLAY  'COMP3005 - BUSINESS CALENDAR DOES NOT REACH '
                        'THE RUN DATE '  WS-RUN-DATE
                        ' - EXTEND IT WITH COMP3017'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  BD-COUNT  <  AGE-DAYS-NUM
               DISPLAY  'COMP3005 - BUSINESS CALENDAR HOLDS FEWER THAN '
                        AGE-DAYS-NUM  ' BUSINESS DAYS BEFORE '
                        WS-RUN-DATE
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE RING IS FULL - THE SLOT AFTER THE LATEST ENTRY HOLDS
      *--  THE OLDEST BUSINESS DAY IN IT.
           IF  BD-INDEX  =  AGE-DAYS-NUM
               MOVE  1  TO  BD-INDEX
           ELSE
               ADD  1  TO  BD-INDEX
           END-IF.
           MOVE  BD-DATE (BD-INDEX)  TO  AGING-DATE.
           DISPLAY  'COMP3005 - AGEDAYS='  AGE-DAYS-VALUE
                    ' GIVES AN AGING DATE OF '  AGING-DATE.
        COMPUTE-AGING-DATE-E.
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
               DISPLAY  'COMP3005 - BUSINESS CALENDAR READ FAILED, '
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
           IF  BD-INDEX  >=  AGE-DAYS-NUM
               MOVE  1  TO  BD-INDEX
           ELSE
               ADD  1  TO  BD-INDEX
           END-IF.
           MOVE  BC-DATE  TO  BD-DATE (BD-INDEX).
        READ-ONE-CALENDAR-E.
           EXIT.

        LOAD-CORRECTIONS        SECTION.
        LOAD-CORRECTIONS-S.
           OPEN  INPUT  CORRECT-FILE.
