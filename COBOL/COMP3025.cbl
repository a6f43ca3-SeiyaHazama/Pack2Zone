      ******************************************************************
      *  OVERVIEW: THIS PGM IS PRINT THE MORNING OPERATIONS STATUS     *
      *            SHEET FOR ONE BUSINESS DATE - ONE LINE PER PARTNER  *
      *            PULLING TOGETHER WHAT THE SHIFT USED TO READ OFF    *
      *            FIVE SEPARATE OUTPUTS.  EACH LINE SHOWS THE LATEST  *
      *            BUILD'S CONDITION CODE AND WHETHER IT WAS RESTARTED *
      *            OR FORCED (RUN-HISTORY LOG), THE TAPE'S CURRENT     *
      *            LEDGER STATE AND WHETHER IT BALANCED (BALANCING     *
      *            HISTORY), VERIFIED AND WENT OUT IN TRANSMISSION     *
      *            FORM, ITS REJECT, HELD AND SUSPECT-DUPLICATE        *
      *            COUNTS, THE PARTNER'S OUTSTANDING REJECT BACKLOG    *
      *            WITH THE AGE OF ITS OLDEST ITEM IN BUSINESS DAYS,   *
      *            AND ITS OVERDUE RETURNS.  EACH LINE IS JUDGED       *
      *            GREEN, AMBER OR RED AND THE SHEET TAKES THE WORST   *
      *            OF THEM - RC=0 GREEN, RC=4 AMBER, RC=8 RED - SO THE *
      *            SCHEDULER PAGES ONLY ON A RED SHEET.                *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
           PROGRAM-ID. COMP3025.
           AUTHOR.     ZAMA_8722.
        ENVIRONMENT     DIVISION.
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  PARTNER PROFILES - ONE SHEET LINE PER PARTNER ON FILE,
      *--  AND WHETHER EACH TAKES TAPE OR TRANSMISSION.
           SELECT  PROFILE-FILE  ASSIGN  TO  'PARTPROF'
                            FILE STATUS  IS  WS-PROFILE-STATUS.
      *--  RUNLOG IS THE SAME DDNAME COMP3001 AND COMP3015 APPEND
      *--  TO - HERE IT IS READ BACK.
           SELECT  RUN-LOG       ASSIGN  TO  'RUNLOG'
                            FILE STATUS  IS  WS-RUNLOG-STATUS.
      *--  BALANCING HISTORY - ONE RESULT PER COMP3012 SHEET.
           SELECT  BAL-HISTORY   ASSIGN  TO  'BALHIST'
                            FILE STATUS  IS  WS-BALHIST-STATUS.
      *--  LIVE REJECT FILE - WHAT IS ON IT IS THE OUTSTANDING
      *--  BACKLOG, CORRECTED ITEMS HAVING BEEN TAKEN OFF BY COMP3005.
           SELECT  REJECT-FILE   ASSIGN  TO  'REJECT'
                            FILE STATUS  IS  WS-REJECT-STATUS.
      *--  COMP3001'S SUSPECT-DUPLICATES REPORT, READ BACK FOR ITS
      *--  PER-RUN TOTALS.
           SELECT  DUP-REPORT    ASSIGN  TO  'DUPRPT'
                            FILE STATUS  IS  WS-DUPRPT-STATUS.
      *--  TAPELDG IS THE SAME DDNAME COMP3001/COMP3003/COMP3004/
      *--  COMP3006 APPEND TO - HERE IT IS READ BACK.
           SELECT  TAPE-LEDGER   ASSIGN  TO  'TAPELDG'
                            FILE STATUS  IS  WS-LEDGER-STATUS.
      *--  SHARED BUSINESS-DAY CALENDAR, READ IN DATE ORDER FOR THE
      *--  RETURN CUTOFF AND THE AGE OF EACH REJECT BACKLOG.
           SELECT  BUS-CALENDAR  ASSIGN  TO  'BUSCAL'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  SEQUENTIAL
                            RECORD KEY   IS  BC-DATE
                            FILE STATUS  IS  WS-CALENDAR-STATUS.
      *--  PRINTED STATUS SHEET.
           SELECT  REPORT-FILE   ASSIGN  TO  'STATRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
      *--  CONTROL CARDS - THE BUSINESS DATE AND THE THRESHOLDS.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                            FILE STATUS  IS  WS-CONTROL-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  PARTNER PROFILE.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/PARTPROF.
           FD      PROFILE-FILE.
           COPY    PARTPROF.
      *--  RUN-HISTORY LOG.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/RUNLOG.
           FD      RUN-LOG.
           COPY    RUNLOG.
      *--  BALANCING HISTORY.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/BALHIST.
           FD      BAL-HISTORY.
           COPY    BALHIST.
      *--  LIVE REJECT FILE.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/REJREC.
           FD      REJECT-FILE.
           COPY    REJREC.
      *--  SUSPECT-DUPLICATES REPORT - THE HEADING LINE EACH BUILD
      *--  WRITES, AND THE TOTAL LINE IT CLOSES WITH, AS COMP3001
      *--  LAYS THEM OUT.
           FD      DUP-REPORT.
           01      DUP-HEADING-REC.
             02    DR-RUN-DATE      PICTURE X(08).
             02    FILLER           PICTURE X(01).
             02    DR-RUN-ID        PICTURE X(06).
             02    FILLER           PICTURE X(01).
             02    DR-LABEL         PICTURE X(34).
             02    FILLER           PICTURE X(50).
           01      DUP-SUMMARY-REC.
             02    DR-SUMMARY-LABEL PICTURE X(28).
             02    DR-SUMMARY-COUNT PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(63).
      *--  TAPE LIFECYCLE LEDGER.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/TAPELDG.
           FD      TAPE-LEDGER.
           COPY    TAPELDG.
      *--  BUSINESS-DAY CALENDAR.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/BUSCAL.
           FD      BUS-CALENDAR.
           COPY    BUSCAL.
      *--  STATUS SHEET.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(132).
      *--  CONTROL CARD INPUT.
           FD      CONTROL-FILE.
           01      CONTROL-CARD          PICTURE X(80).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    PROFILE-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-PROFILES                     VALUE  'Y'.
             02    RUNLOG-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-RUNLOG                       VALUE  'Y'.
             02    BALHIST-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-BALHIST                      VALUE  'Y'.
             02    REJECT-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-REJECTS                      VALUE  'Y'.
             02    DUPRPT-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-DUPRPT                       VALUE  'Y'.
             02    LEDGER-EOF-SWITCH   PICTURE X(01)  VALUE  'N'.
               88  END-OF-LEDGER                       VALUE  'Y'.
             02    CALENDAR-EOF-SWITCH PICTURE X(01)  VALUE  'N'.
               88  END-OF-CALENDAR                     VALUE  'Y'.
             02    CONTROL-EOF-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  END-OF-CONTROL                      VALUE  'Y'.
      *--  FILE STATUS FIELDS.
           01      WS-PROFILE-STATUS  PICTURE X(02).
             88    WS-PROFILE-OK                VALUE  '00'.
           01      WS-RUNLOG-STATUS   PICTURE X(02).
             88    WS-RUNLOG-OK                 VALUE  '00'.
           01      WS-BALHIST-STATUS  PICTURE X(02).
             88    WS-BALHIST-OK                VALUE  '00'.
           01      WS-REJECT-STATUS   PICTURE X(02).
             88    WS-REJECT-OK                 VALUE  '00'.
           01      WS-DUPRPT-STATUS   PICTURE X(02).
             88    WS-DUPRPT-OK                 VALUE  '00'.
           01      WS-LEDGER-STATUS   PICTURE X(02).
             88    WS-LEDGER-OK                 VALUE  '00'.
           01      WS-CALENDAR-STATUS PICTURE X(02).
             88    WS-CALENDAR-OK               VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
      *--  THE BUSINESS DATE THE SHEET IS FOR, FROM THE SYSIN CARD
      *--  DATE=YYYYMMDD - THE RUN DATE THE NIGHT'S BUILDS LOGGED.
      *--  THE CARD IS REQUIRED - A STATUS SHEET WITHOUT A DATE IS
      *--  MEANINGLESS.
           01      STATUS-CONTROL.
             02    STATUS-DATE        PICTURE X(08)  VALUE  SPACES.
             02    BUSINESS-DAY-SWITCH PICTURE X(01) VALUE  'N'.
               88  STATUS-DATE-IS-BUSINESS-DAY          VALUE  'Y'.
             02    RUN-DATE-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  STATUS-DATE-ON-CALENDAR              VALUE  'Y'.
      *--  RETURN THRESHOLD IN BUSINESS DAYS FROM THE SYSIN CARD
      *--  AGEDAYS=NNN, THE SAME CARD AND THE SAME COUNTING AS THE
      *--  OUTSTANDING-GENERATIONS REPORT (COMP3011) - A GENERATION
      *--  STILL OUT WITH A TAPE DATE ON OR BEFORE THE BUSINESS DAY
      *--  NNN BUSINESS DAYS BEFORE THE STATUS DATE IS OVERDUE.  THE
      *--  CARD IS REQUIRED.
           01      AGE-DAYS-CONTROL.
             02    AGE-DAYS-VALUE     PICTURE X(03).
             02    AGE-DAYS-NUM       REDEFINES  AGE-DAYS-VALUE
                                      PICTURE 9(03).
             02    AGE-DAYS-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  AGE-DAYS-REQUESTED                 VALUE  'Y'.
      *--  REJECT BACKLOG THRESHOLD IN BUSINESS DAYS FROM THE
      *--  OPTIONAL SYSIN CARD REJDAYS=NNN - A BACKLOG WHOSE OLDEST
      *--  ITEM IS AT LEAST NNN BUSINESS DAYS OLD TURNS THE LINE
      *--  AMBER.  WITHOUT THE CARD THE AGE IS PRINTED BUT NEVER
      *--  JUDGED.
           01      REJ-DAYS-CONTROL.
             02    REJ-DAYS-VALUE     PICTURE X(03).
             02    REJ-DAYS-NUM       REDEFINES  REJ-DAYS-VALUE
                                      PICTURE 9(03).
             02    REJ-DAYS-SWITCH    PICTURE X(01)  VALUE  'N'.
               88  REJ-DAYS-REQUESTED                 VALUE  'Y'.
      *--  THE LATEST BUSINESS DAYS BEFORE THE STATUS DATE, KEPT IN A
      *--  RING AS LONG AS THE RETURN THRESHOLD SO THE CUTOFF CAN BE
      *--  COUNTED BACK WHEN THE STATUS DATE IS REACHED.
           01      BUSINESS-DAY-RING.
             02    BD-COUNT           PICTURE 9(09)  COMP  VALUE  0.
             02    BD-INDEX           PICTURE 9(05)  COMP  VALUE  0.
             02    BD-RING-SIZE       PICTURE 9(05)  COMP  VALUE  0.
             02    BD-SLOT            PICTURE 9(05)  COMP.
             02    CUTOFF-DATE        PICTURE X(08).
             02    BD-ENTRY           OCCURS  999.
               03  BD-DATE            PICTURE X(08).
      *--  ONE ENTRY PER PARTNER ON THE SHEET - EVERY PROFILE, IN
      *--  PROFILE ORDER, THEN ANY PARTNER THAT BUILT ON THE STATUS
      *--  DATE WITHOUT ONE.  THE BUILD FIELDS ARE THOSE OF THE
      *--  PARTNER'S LATEST COMP3001 RUN OF THE DATE - THE RUN LOG
      *--  IS APPENDED IN TIME ORDER, SO THE LAST ONE READ WINS.
           01      PARTNER-TABLE.
             02    PARTNER-COUNT      PICTURE 9(03)  COMP  VALUE  0.
             02    PARTNER-ENTRY      OCCURS  200.
               03  PT-PARTNER-ID      PICTURE X(04).
               03  PT-OUT-FORMAT      PICTURE X(01).
                 88  PT-SENDS-XMIT      VALUE  'X'.
               03  PT-BUILD-SWITCH    PICTURE X(01).
                 88  PT-BUILT           VALUE  'Y'.
               03  PT-RUN-TIME        PICTURE X(06).
               03  PT-TAPE-DATE       PICTURE X(08).
               03  PT-CONDITION-CODE  PICTURE 9(02).
      *--  RESTARTED OR FORCED ON ANY BUILD OF THE DATE, NOT ONLY
      *--  THE LATEST - EITHER IS WORTH A LOOK.
               03  PT-RESTART-SWITCH  PICTURE X(01).
                 88  PT-RESTARTED       VALUE  'Y'.
               03  PT-FORCED-SWITCH   PICTURE X(01).
                 88  PT-FORCED          VALUE  'Y'.
               03  PT-REJECT-COUNT    PICTURE 9(09)  COMP.
               03  PT-HELD-COUNT      PICTURE 9(09)  COMP.
               03  PT-DUP-COUNT       PICTURE 9(09)  COMP.
      *--  THE LATEST BALANCING RESULT FOR THE LATEST BUILD - SPACE
      *--  WHEN THE BALANCE HAS NOT BEEN RUN AGAINST IT.
               03  PT-BALANCE-RESULT  PICTURE X(01).
                 88  PT-BALANCED        VALUE  'B'.
                 88  PT-IMBALANCED      VALUE  'I'.
      *--  'Y' WHEN A REISSUE SHEET FOR THE PARTNER FAILED TO BALANCE.
               03  PT-REISSUE-SWITCH  PICTURE X(01).
                 88  PT-REISSUE-IMBALANCED  VALUE  'Y'.
               03  PT-LEDGER-STATE    PICTURE X(10).
                 88  PT-LEDGER-REFUSED  VALUE  'REFUSED'.
               03  PT-VERIFIED-SWITCH PICTURE X(01).
                 88  PT-VERIFIED        VALUE  'Y'.
      *--  'YES' ONCE A CLEAN CONVERSION OF THE LATEST BUILD'S TAPE
      *--  IS LOGGED, 'RC4' WHEN IT WAS CONVERTED WITH UNMAPPED KANA.
               03  PT-XMIT-STATE      PICTURE X(03).
                 88  PT-XMIT-CLEAN      VALUE  'YES'.
                 88  PT-XMIT-WARNED     VALUE  'RC4'.
               03  PT-BACKLOG-COUNT   PICTURE 9(09)  COMP.
               03  PT-OLDEST-DATE     PICTURE X(08).
               03  PT-OLDEST-AGE      PICTURE 9(05)  COMP.
               03  PT-OVERDUE-COUNT   PICTURE 9(05)  COMP.
           01      PARTNER-CONTROL.
             02    PT-INDEX           PICTURE 9(03)  COMP.
             02    PT-MATCH-INDEX     PICTURE 9(03)  COMP.
               88  NO-PARTNER-FOUND                     VALUE  0.
             02    WANTED-PARTNER     PICTURE X(04).
      *--  ONE ENTRY PER RUN THAT LEFT ITEMS ON THE REJECT FILE,
      *--  KEYED BY THE RUN DATE AND RUN ID THE ITEMS CARRY.  A
      *--  REFUSAL (COMP3018) NAMES ITS PARTNER IN THE RUN ID; A
      *--  BUILD'S ITEMS ARE TRACED TO ITS PARTNER THROUGH THE RUN
      *--  LOG.  ITEMS NEITHER WAY CAN PLACE - A SUPERVISOR'S
      *--  DECLINES, OR A BUILD LOGGED BEFORE RUNS CARRIED THEIR
      *--  PARTNER - ARE SHOWN ON A LINE OF THEIR OWN.
           01      REJECT-GROUP-TABLE.
             02    GROUP-COUNT        PICTURE 9(03)  COMP  VALUE  0.
             02    GROUP-ENTRY        OCCURS  500.
               03  RG-RUN-DATE        PICTURE X(08).
               03  RG-RUN-ID          PICTURE X(06).
               03  RG-COUNT           PICTURE 9(09)  COMP.
               03  RG-PARTNER-ID      PICTURE X(04).
           01      GROUP-CONTROL.
             02    RG-INDEX           PICTURE 9(03)  COMP.
             02    RG-MATCH-INDEX     PICTURE 9(03)  COMP.
               88  NO-GROUP-FOUND                       VALUE  0.
      *--  THE REFUSAL RUN ID IS THE PARTNER FOLLOWED BY 'RF'.
           01      REFUSAL-RUN-ID.
             02    RR-PARTNER-ID      PICTURE X(04).
             02    RR-MARK            PICTURE X(02).
               88  RR-REFUSAL           VALUE  'RF'.
      *--  BALANCING SHEETS OTHER THAN A BUILD'S - HOLD RELEASES AND
      *--  REISSUES - KEYED BY PROGRAM, PARTNER AND RUN, THE LATEST
      *--  RESULT FOR EACH STANDING.
           01      OTHER-SHEET-TABLE.
             02    SHEET-COUNT        PICTURE 9(03)  COMP  VALUE  0.
             02    SHEET-ENTRY        OCCURS  200.
               03  OS-PROGRAM         PICTURE X(08).
               03  OS-PARTNER-ID      PICTURE X(04).
               03  OS-RUN-TIME        PICTURE X(06).
               03  OS-RESULT          PICTURE X(01).
                 88  OS-IMBALANCED      VALUE  'I'.
           01      SHEET-CONTROL.
             02    OS-INDEX           PICTURE 9(03)  COMP.
             02    OS-MATCH-INDEX     PICTURE 9(03)  COMP.
               88  NO-SHEET-FOUND                       VALUE  0.
      *--  THE SUSPECT-DUPLICATES REPORT SECTION BEING READ - SET BY
      *--  EACH HEADING LINE.
           01      DUP-SECTION-CONTROL.
             02    DUP-SECTION-DATE   PICTURE X(08)  VALUE  SPACES.
             02    DUP-SECTION-RUN-ID PICTURE X(06)  VALUE  SPACES.
             02    DUP-SECTION-COUNT  PICTURE 9(09).
      *--  ONE ENTRY PER GENERATION SEEN ON THE LEDGER - THE LEDGER
      *--  IS APPENDED IN TIME ORDER, SO THE LAST ENTRY READ FOR A
      *--  GENERATION IS ITS CURRENT STATE.
           01      GENERATION-TABLE.
             02    GENERATION-COUNT   PICTURE 9(05)  COMP  VALUE  0.
             02    GENERATION-ENTRY   OCCURS  5000.
               03  GN-PARTNER-ID      PICTURE X(04).
               03  GN-TAPE-DATE       PICTURE X(08).
               03  GN-STATUS          PICTURE X(10).
                 88  GN-OUTSTANDING     VALUE  'BUILT'  'VERIFIED'
                                               'ACKNOWLDGD'  'REFUSED'
                                               'REISSUED'.
      *--  SET BY A VERIFIED ENTRY, CLEARED BY A BUILT ONE - SO IT
      *--  SPEAKS FOR THE LATEST BUILD OF THE GENERATION.
               03  GN-VERIFIED-SWITCH PICTURE X(01).
                 88  GN-VERIFIED        VALUE  'Y'.
           01      GENERATION-CONTROL.
             02    GN-INDEX           PICTURE 9(05)  COMP.
             02    GN-MATCH-INDEX     PICTURE 9(05)  COMP.
               88  NO-GENERATION-FOUND                  VALUE  0.
      *--  ITEMS NO PARTNER LINE CAN CARRY.
           01      UNTRACED-ITEMS.
             02    UT-BACKLOG-COUNT   PICTURE 9(09)  COMP  VALUE  0.
             02    UT-OLDEST-DATE     PICTURE X(08)  VALUE  SPACES.
             02    UT-OLDEST-AGE      PICTURE 9(05)  COMP  VALUE  0.
             02    UT-OVERDUE-COUNT   PICTURE 9(05)  COMP  VALUE  0.
             02    UT-IMBALANCE-COUNT PICTURE 9(05)  COMP  VALUE  0.
      *--  THE VERDICT ON THE LINE BEING JUDGED, AND ON THE SHEET.
           01      VERDICT-CONTROL.
             02    LINE-COLOUR        PICTURE X(05).
               88  LINE-GREEN           VALUE  'GREEN'.
               88  LINE-AMBER           VALUE  'AMBER'.
               88  LINE-RED             VALUE  'RED'.
             02    LINE-REASON        PICTURE X(30).
             02    RAISED-REASON      PICTURE X(30).
             02    SHEET-COLOUR       PICTURE X(05)  VALUE  'GREEN'.
               88  SHEET-GREEN          VALUE  'GREEN'.
               88  SHEET-AMBER          VALUE  'AMBER'.
               88  SHEET-RED            VALUE  'RED'.
      *--  SHEET COUNTS FOR THE SUMMARY LINES.
           01      COUNTERS.
             02    GREEN-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    AMBER-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    RED-COUNT          PICTURE 9(09)  COMP  VALUE  0.
             02    BACKLOG-TOTAL      PICTURE 9(09)  COMP  VALUE  0.
             02    OVERDUE-TOTAL      PICTURE 9(09)  COMP  VALUE  0.
      *--  ONE LINE OF THE SHEET.
           01      STATUS-LINE.
             02    SL-PARTNER       PICTURE X(04).
             02    FILLER           PICTURE X(02).
             02    SL-CONDITION     PICTURE X(02).
             02    FILLER           PICTURE X(01).
             02    SL-RESTARTED     PICTURE X(03).
             02    FILLER           PICTURE X(01).
             02    SL-FORCED        PICTURE X(03).
             02    FILLER           PICTURE X(01).
             02    SL-LEDGER        PICTURE X(10).
             02    FILLER           PICTURE X(01).
             02    SL-BALANCED      PICTURE X(03).
             02    FILLER           PICTURE X(01).
             02    SL-VERIFIED      PICTURE X(03).
             02    FILLER           PICTURE X(01).
             02    SL-XMIT          PICTURE X(03).
             02    FILLER           PICTURE X(01).
             02    SL-REJECTS       PICTURE ZZZZ9.
             02    FILLER           PICTURE X(01).
             02    SL-HELD          PICTURE ZZZZ9.
             02    FILLER           PICTURE X(01).
             02    SL-DUPS          PICTURE ZZZZ9.
             02    FILLER           PICTURE X(01).
             02    SL-BACKLOG       PICTURE ZZZZZZ9.
             02    FILLER           PICTURE X(01).
             02    SL-OLDEST        PICTURE X(08).
             02    FILLER           PICTURE X(01).
             02    SL-AGE           PICTURE ZZZ9.
             02    FILLER           PICTURE X(01).
             02    SL-OVERDUE       PICTURE ZZZZZZ9.
             02    FILLER           PICTURE X(01).
             02    SL-COLOUR        PICTURE X(05).
             02    FILLER           PICTURE X(02).
             02    SL-REASON        PICTURE X(30).
             02    FILLER           PICTURE X(07).
           01      COLUMN-HEADING-LINE.
             02    FILLER           PICTURE X(40)  VALUE
                   'PART  RC RST FRC LEDGER     BAL VER XMT '.
             02    FILLER           PICTURE X(40)  VALUE
                   '  REJ  HELD  DUPS BACKLOG OLDEST    AGE '.
             02    FILLER           PICTURE X(21)  VALUE
                   'OVERDUE STATUS REASON'.
             02    FILLER           PICTURE X(31)  VALUE  SPACES.
      *--  REPORT HEADING, NOTE AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(51).
             02    RH-DATE          PICTURE X(08).
             02    FILLER           PICTURE X(73).
           01      NOTE-LINE.
             02    NL-LABEL         PICTURE X(60).
             02    NL-DATE          PICTURE X(08).
             02    FILLER           PICTURE X(64).
           01      REPORT-SUMMARY-LINE.
             02    RS-LABEL         PICTURE X(30).
             02    RS-COUNT         PICTURE ZZZZZZZZ9.
             02    FILLER           PICTURE X(93).
           01      OVERALL-LINE.
             02    OL-LABEL         PICTURE X(30).
             02    OL-COLOUR        PICTURE X(05).
             02    FILLER           PICTURE X(97).
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
      *--  THE DATE CARD AND THE RETURN THRESHOLD ARE REQUIRED.
           PERFORM  READ-CONTROL-S  THRU  READ-CONTROL-E.
           IF  STATUS-DATE  =  SPACES
               DISPLAY  'COMP3025 - NO DATE=YYYYMMDD CARD ON SYSIN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  NOT AGE-DAYS-REQUESTED
               DISPLAY  'COMP3025 - NO AGEDAYS=NNN CARD ON SYSIN'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3025 - REPORT FILE OPEN FAILED, STATUS ='
                        WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  GATHER - THE PROFILES FIRST, SO THE SHEET RUNS IN PROFILE
      *--  ORDER; THE REJECT BACKLOG AHEAD OF THE RUN LOG, WHICH
      *--  TRACES EACH BUILD'S ITEMS TO ITS PARTNER.
           PERFORM  LOAD-PROFILES-S      THRU  LOAD-PROFILES-E.
           PERFORM  LOAD-REJECTS-S       THRU  LOAD-REJECTS-E.
           PERFORM  SCAN-RUN-LOG-S       THRU  SCAN-RUN-LOG-E.
           PERFORM  PLACE-ONE-GROUP-S    THRU  PLACE-ONE-GROUP-E
                    VARYING  RG-INDEX  FROM  1  BY  1
                    UNTIL  RG-INDEX  >  GROUP-COUNT.
           PERFORM  SCAN-BAL-HISTORY-S   THRU  SCAN-BAL-HISTORY-E.
           PERFORM  SCAN-DUP-REPORT-S    THRU  SCAN-DUP-REPORT-E.
           PERFORM  SCAN-CALENDAR-S      THRU  SCAN-CALENDAR-E.
           PERFORM  SCAN-LEDGER-S        THRU  SCAN-LEDGER-E.
           PERFORM  PLACE-ONE-GENERATION-S
                    THRU  PLACE-ONE-GENERATION-E
                    VARYING  GN-INDEX  FROM  1  BY  1
                    UNTIL  GN-INDEX  >  GENERATION-COUNT.
      *--  PRINT THE SHEET.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
           PERFORM  REPORT-ONE-PARTNER-S  THRU  REPORT-ONE-PARTNER-E
                    VARYING  PT-INDEX  FROM  1  BY  1
                    UNTIL  PT-INDEX  >  PARTNER-COUNT.
           PERFORM  REPORT-UNTRACED-S  THRU  REPORT-UNTRACED-E.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
           CLOSE  REPORT-FILE.
      *--  THE SHEET'S COLOUR IS THE CONDITION CODE - THE SCHEDULER
      *--  PAGES ON-CALL ON RC=8 ONLY.
           DISPLAY  'COMP3025 - BUSINESS DATE '  STATUS-DATE
                    ' IS '  SHEET-COLOUR.
           IF  SHEET-RED
               MOVE  8  TO  RETURN-CODE
           END-IF.
           IF  SHEET-AMBER
               MOVE  4  TO  RETURN-CODE
           END-IF.
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
           IF  CONTROL-CARD (1:5)  =  'DATE='
               MOVE  CONTROL-CARD (6:8)  TO  STATUS-DATE
      *--      A MISTYPED DATE WOULD MATCH NO RUN AND PAINT EVERY
      *--      PARTNER RED - REFUSE IT INSTEAD.
               IF  STATUS-DATE  NOT NUMERIC
                   DISPLAY  'COMP3025 - DATE CARD IS NOT YYYYMMDD: '
                            CONTROL-CARD
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF  CONTROL-CARD (1:8)  =  'AGEDAYS='
               MOVE  CONTROL-CARD (9:3)  TO  AGE-DAYS-VALUE
               IF  AGE-DAYS-VALUE  NOT NUMERIC
                   OR  AGE-DAYS-NUM  =  0
                   DISPLAY  'COMP3025 - AGEDAYS CARD IS NOT 001 THRU '
                            '999: '  CONTROL-CARD
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               MOVE  'Y'  TO  AGE-DAYS-SWITCH
           END-IF.
           IF  CONTROL-CARD (1:8)  =  'REJDAYS='
               MOVE  CONTROL-CARD (9:3)  TO  REJ-DAYS-VALUE
               IF  REJ-DAYS-VALUE  NOT NUMERIC
                   OR  REJ-DAYS-NUM  =  0
                   DISPLAY  'COMP3025 - REJDAYS CARD IS NOT 001 THRU '
                            '999: '  CONTROL-CARD
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               MOVE  'Y'  TO  REJ-DAYS-SWITCH
           END-IF.
        READ-CONTROL-CARD-E.
           EXIT.

        LOAD-PROFILES   SECTION.
        LOAD-PROFILES-S.
           OPEN  INPUT  PROFILE-FILE.
           IF  NOT WS-PROFILE-OK
               DISPLAY  'COMP3025 - PARTNER PROFILE OPEN FAILED, '
                        'STATUS = '  WS-PROFILE-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  LOAD-ONE-PROFILE-S  THRU  LOAD-ONE-PROFILE-E
                    UNTIL  END-OF-PROFILES.
           CLOSE  PROFILE-FILE.
        LOAD-PROFILES-E.
           EXIT.

        LOAD-ONE-PROFILE        SECTION.
        LOAD-ONE-PROFILE-S.
           READ  PROFILE-FILE
               AT END  SET  END-OF-PROFILES  TO  TRUE
           END-READ.
           IF  END-OF-PROFILES
               GO TO  LOAD-ONE-PROFILE-E
           END-IF.
           MOVE  PP-PARTNER-ID  TO  WANTED-PARTNER.
           PERFORM  FIND-PARTNER-S  THRU  FIND-PARTNER-E.
           IF  NO-PARTNER-FOUND
               PERFORM  ADD-PARTNER-S  THRU  ADD-PARTNER-E
           END-IF.
           MOVE  PP-OUT-FORMAT  TO  PT-OUT-FORMAT (PT-MATCH-INDEX).
        LOAD-ONE-PROFILE-E.
           EXIT.

        FIND-PARTNER    SECTION.
        FIND-PARTNER-S.
      *--  HUNT THE PARTNER TABLE FOR WANTED-PARTNER.
           MOVE  0  TO  PT-MATCH-INDEX.
           PERFORM  MATCH-ONE-PARTNER-S  THRU  MATCH-ONE-PARTNER-E
                    VARYING  PT-INDEX  FROM  1  BY  1
                    UNTIL  PT-INDEX  >  PARTNER-COUNT
                       OR  PT-MATCH-INDEX  >  0.
        FIND-PARTNER-E.
           EXIT.

        MATCH-ONE-PARTNER       SECTION.
        MATCH-ONE-PARTNER-S.
           IF  PT-PARTNER-ID (PT-INDEX)  =  WANTED-PARTNER
               MOVE  PT-INDEX  TO  PT-MATCH-INDEX
           END-IF.
        MATCH-ONE-PARTNER-E.
           EXIT.

        ADD-PARTNER     SECTION.
        ADD-PARTNER-S.
      *--  A NEW LINE FOR WANTED-PARTNER, NOTHING YET KNOWN ABOUT IT.
      *--  A PARTNER WITH NO PROFILE IS TAKEN AS A TAPE PARTNER.
           IF  PARTNER-COUNT  >=  200
               DISPLAY  'COMP3025 - MORE THAN 200 PARTNERS - WIDEN '
                        'THE PARTNER TABLE'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           ADD  1  TO  PARTNER-COUNT.
           MOVE  PARTNER-COUNT   TO  PT-MATCH-INDEX.
           MOVE  WANTED-PARTNER  TO  PT-PARTNER-ID (PT-MATCH-INDEX).
           MOVE  'T'     TO  PT-OUT-FORMAT (PT-MATCH-INDEX).
           MOVE  'N'     TO  PT-BUILD-SWITCH (PT-MATCH-INDEX).
           MOVE  SPACES  TO  PT-RUN-TIME (PT-MATCH-INDEX).
           MOVE  SPACES  TO  PT-TAPE-DATE (PT-MATCH-INDEX).
           MOVE  0       TO  PT-CONDITION-CODE (PT-MATCH-INDEX).
           MOVE  'N'     TO  PT-RESTART-SWITCH (PT-MATCH-INDEX).
           MOVE  'N'     TO  PT-FORCED-SWITCH (PT-MATCH-INDEX).
           MOVE  0       TO  PT-REJECT-COUNT (PT-MATCH-INDEX).
           MOVE  0       TO  PT-HELD-COUNT (PT-MATCH-INDEX).
           MOVE  0       TO  PT-DUP-COUNT (PT-MATCH-INDEX).
           MOVE  SPACES  TO  PT-BALANCE-RESULT (PT-MATCH-INDEX).
           MOVE  'N'     TO  PT-REISSUE-SWITCH (PT-MATCH-INDEX).
           MOVE  SPACES  TO  PT-LEDGER-STATE (PT-MATCH-INDEX).
           MOVE  'N'     TO  PT-VERIFIED-SWITCH (PT-MATCH-INDEX).
           MOVE  'NO '   TO  PT-XMIT-STATE (PT-MATCH-INDEX).
           MOVE  0       TO  PT-BACKLOG-COUNT (PT-MATCH-INDEX).
           MOVE  SPACES  TO  PT-OLDEST-DATE (PT-MATCH-INDEX).
           MOVE  0       TO  PT-OLDEST-AGE (PT-MATCH-INDEX).
           MOVE  0       TO  PT-OVERDUE-COUNT (PT-MATCH-INDEX).
        ADD-PARTNER-E.
           EXIT.

        LOAD-REJECTS    SECTION.
        LOAD-REJECTS-S.
           OPEN  INPUT  REJECT-FILE.
           IF  NOT WS-REJECT-OK
               DISPLAY  'COMP3025 - REJECT FILE OPEN FAILED, STATUS = '
                        WS-REJECT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  LOAD-ONE-REJECT-S  THRU  LOAD-ONE-REJECT-E
                    UNTIL  END-OF-REJECTS.
           CLOSE  REJECT-FILE.
        LOAD-REJECTS-E.
           EXIT.

        LOAD-ONE-REJECT SECTION.
        LOAD-ONE-REJECT-S.
           READ  REJECT-FILE
               AT END  SET  END-OF-REJECTS  TO  TRUE
           END-READ.
           IF  END-OF-REJECTS
               GO TO  LOAD-ONE-REJECT-E
           END-IF.
      *--  AN ITEM DATED AFTER THE STATUS DATE WAS NOT YET BACKLOG
      *--  ON THAT MORNING.
           IF  REJ-RUN-DATE  >  STATUS-DATE
               GO TO  LOAD-ONE-REJECT-E
           END-IF.
           MOVE  0  TO  RG-MATCH-INDEX.
           PERFORM  MATCH-ONE-GROUP-S  THRU  MATCH-ONE-GROUP-E
                    VARYING  RG-INDEX  FROM  1  BY  1
                    UNTIL  RG-INDEX  >  GROUP-COUNT
                       OR  RG-MATCH-INDEX  >  0.
           IF  NO-GROUP-FOUND
               IF  GROUP-COUNT  >=  500
                   DISPLAY  'COMP3025 - MORE THAN 500 RUNS ON THE '
                            'REJECT FILE - CLEAR THE BACKLOG'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  GROUP-COUNT
               MOVE  GROUP-COUNT   TO  RG-MATCH-INDEX
               MOVE  REJ-RUN-DATE  TO  RG-RUN-DATE (RG-MATCH-INDEX)
               MOVE  REJ-RUN-ID    TO  RG-RUN-ID (RG-MATCH-INDEX)
               MOVE  0             TO  RG-COUNT (RG-MATCH-INDEX)
               MOVE  SPACES        TO  RG-PARTNER-ID (RG-MATCH-INDEX)
               MOVE  REJ-RUN-ID    TO  REFUSAL-RUN-ID
               IF  RR-REFUSAL
                   MOVE  RR-PARTNER-ID
                         TO  RG-PARTNER-ID (RG-MATCH-INDEX)
               END-IF
           END-IF.
           ADD  1  TO  RG-COUNT (RG-MATCH-INDEX).
        LOAD-ONE-REJECT-E.
           EXIT.

        MATCH-ONE-GROUP SECTION.
        MATCH-ONE-GROUP-S.
           IF  RG-RUN-DATE (RG-INDEX)  =  REJ-RUN-DATE
               AND  RG-RUN-ID (RG-INDEX)  =  REJ-RUN-ID
               MOVE  RG-INDEX  TO  RG-MATCH-INDEX
           END-IF.
        MATCH-ONE-GROUP-E.
           EXIT.

        SCAN-RUN-LOG    SECTION.
        SCAN-RUN-LOG-S.
           OPEN  INPUT  RUN-LOG.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3025 - RUN LOG OPEN FAILED, STATUS = '
                        WS-RUNLOG-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  SCAN-ONE-RUN-LOG-S  THRU  SCAN-ONE-RUN-LOG-E
                    UNTIL  END-OF-RUNLOG.
           CLOSE  RUN-LOG.
        SCAN-RUN-LOG-E.
           EXIT.

        SCAN-ONE-RUN-LOG        SECTION.
        SCAN-ONE-RUN-LOG-S.
           READ  RUN-LOG
               AT END  SET  END-OF-RUNLOG  TO  TRUE
           END-READ.
           IF  END-OF-RUNLOG
               GO TO  SCAN-ONE-RUN-LOG-E
           END-IF.
           IF  RUN-PROGRAM  =  'COMP3001'
               PERFORM  TRACE-ONE-GROUP-S  THRU  TRACE-ONE-GROUP-E
                        VARYING  RG-INDEX  FROM  1  BY  1
                        UNTIL  RG-INDEX  >  GROUP-COUNT
               IF  RUN-DATE  =  STATUS-DATE
                   AND  RUN-PARTNER-ID  NOT =  SPACES
                   PERFORM  TAKE-BUILD-S  THRU  TAKE-BUILD-E
               END-IF
           END-IF.
           IF  RUN-PROGRAM  =  'COMP3015'
               PERFORM  TAKE-CONVERSION-S  THRU  TAKE-CONVERSION-E
           END-IF.
        SCAN-ONE-RUN-LOG-E.
           EXIT.

        TRACE-ONE-GROUP SECTION.
        TRACE-ONE-GROUP-S.
      *--  A BUILD'S REJECTS CARRY ITS RUN DATE AND START TIME.
           IF  RG-RUN-DATE (RG-INDEX)  =  RUN-DATE
               AND  RG-RUN-ID (RG-INDEX)  =  RUN-TIME
               AND  RG-PARTNER-ID (RG-INDEX)  =  SPACES
               MOVE  RUN-PARTNER-ID  TO  RG-PARTNER-ID (RG-INDEX)
           END-IF.
        TRACE-ONE-GROUP-E.
           EXIT.

        TAKE-BUILD      SECTION.
        TAKE-BUILD-S.
      *--  A BUILD OF THE STATUS DATE - IT SUPERSEDES ANY EARLIER ONE
      *--  FOR THE PARTNER, AND NEEDS A CONVERSION OF ITS OWN.
           MOVE  RUN-PARTNER-ID  TO  WANTED-PARTNER.
           PERFORM  FIND-PARTNER-S  THRU  FIND-PARTNER-E.
           IF  NO-PARTNER-FOUND
               PERFORM  ADD-PARTNER-S  THRU  ADD-PARTNER-E
           END-IF.
           MOVE  'Y'            TO  PT-BUILD-SWITCH (PT-MATCH-INDEX).
           MOVE  RUN-TIME       TO  PT-RUN-TIME (PT-MATCH-INDEX).
           MOVE  RUN-TAPE-DATE  TO  PT-TAPE-DATE (PT-MATCH-INDEX).
           MOVE  'NO '          TO  PT-XMIT-STATE (PT-MATCH-INDEX).
           MOVE  0              TO  PT-DUP-COUNT (PT-MATCH-INDEX).
           IF  RUN-CONDITION-CODE  NUMERIC
               MOVE  RUN-CONDITION-CODE
                     TO  PT-CONDITION-CODE (PT-MATCH-INDEX)
           ELSE
               MOVE  16  TO  PT-CONDITION-CODE (PT-MATCH-INDEX)
           END-IF.
           IF  RUN-REJECT-COUNT  NUMERIC
               MOVE  RUN-REJECT-COUNT
                     TO  PT-REJECT-COUNT (PT-MATCH-INDEX)
           ELSE
               MOVE  0  TO  PT-REJECT-COUNT (PT-MATCH-INDEX)
           END-IF.
      *--  RECORDS LOGGED BEFORE THE HELD COUNT EXISTED CARRY SPACES
      *--  THERE - NOTHING WAS HELD.
           IF  RUN-HELD-COUNT  NUMERIC
               MOVE  RUN-HELD-COUNT  TO  PT-HELD-COUNT (PT-MATCH-INDEX)
           ELSE
               MOVE  0  TO  PT-HELD-COUNT (PT-MATCH-INDEX)
           END-IF.
           IF  RUN-WAS-RESTARTED
               MOVE  'Y'  TO  PT-RESTART-SWITCH (PT-MATCH-INDEX)
           END-IF.
           IF  RUN-WAS-FORCED
               MOVE  'Y'  TO  PT-FORCED-SWITCH (PT-MATCH-INDEX)
           END-IF.
        TAKE-BUILD-E.
           EXIT.

        TAKE-CONVERSION SECTION.
        TAKE-CONVERSION-S.
      *--  A TRANSMISSION CONVERSION COUNTS FOR THE PARTNER'S LATEST
      *--  BUILD WHEN IT CONVERTED THAT BUILD'S TAPE DATE AFTER THE
      *--  BUILD WAS LOGGED.  RC=4 MEANS IT WENT OUT WITH KANA BYTES
      *--  OUTSIDE THE SUBSTITUTION TABLE.
           MOVE  RUN-PARTNER-ID  TO  WANTED-PARTNER.
           PERFORM  FIND-PARTNER-S  THRU  FIND-PARTNER-E.
           IF  NO-PARTNER-FOUND
               GO TO  TAKE-CONVERSION-E
           END-IF.
           IF  NOT PT-BUILT (PT-MATCH-INDEX)
               OR  RUN-TAPE-DATE  NOT =  PT-TAPE-DATE (PT-MATCH-INDEX)
               GO TO  TAKE-CONVERSION-E
           END-IF.
           IF  RUN-CONDITION-CODE  NOT NUMERIC
               GO TO  TAKE-CONVERSION-E
           END-IF.
           IF  RUN-CONDITION-CODE  =  0
               MOVE  'YES'  TO  PT-XMIT-STATE (PT-MATCH-INDEX)
           END-IF.
           IF  RUN-CONDITION-CODE  =  4
               MOVE  'RC4'  TO  PT-XMIT-STATE (PT-MATCH-INDEX)
           END-IF.
        TAKE-CONVERSION-E.
           EXIT.

        PLACE-ONE-GROUP SECTION.
        PLACE-ONE-GROUP-S.
      *--  ROLL ONE RUN'S OUTSTANDING REJECTS ONTO ITS PARTNER'S
      *--  LINE - OR THE UNTRACED LINE WHEN NO PARTNER IS ON THE
      *--  SHEET FOR IT.  THE OLDEST ITEM IS THE EARLIEST RUN DATE.
           MOVE  0  TO  PT-MATCH-INDEX.
           IF  RG-PARTNER-ID (RG-INDEX)  NOT =  SPACES
               MOVE  RG-PARTNER-ID (RG-INDEX)  TO  WANTED-PARTNER
               PERFORM  FIND-PARTNER-S  THRU  FIND-PARTNER-E
           END-IF.
           IF  NO-PARTNER-FOUND
               ADD  RG-COUNT (RG-INDEX)  TO  UT-BACKLOG-COUNT
               IF  UT-OLDEST-DATE  =  SPACES
                   OR  RG-RUN-DATE (RG-INDEX)  <  UT-OLDEST-DATE
                   MOVE  RG-RUN-DATE (RG-INDEX)  TO  UT-OLDEST-DATE
               END-IF
               GO TO  PLACE-ONE-GROUP-E
           END-IF.
           ADD  RG-COUNT (RG-INDEX)
                TO  PT-BACKLOG-COUNT (PT-MATCH-INDEX).
           IF  PT-OLDEST-DATE (PT-MATCH-INDEX)  =  SPACES
               OR  RG-RUN-DATE (RG-INDEX)
                       <  PT-OLDEST-DATE (PT-MATCH-INDEX)
               MOVE  RG-RUN-DATE (RG-INDEX)
                     TO  PT-OLDEST-DATE (PT-MATCH-INDEX)
           END-IF.
        PLACE-ONE-GROUP-E.
           EXIT.

        SCAN-BAL-HISTORY        SECTION.
        SCAN-BAL-HISTORY-S.
      *--  STATUS 35 MEANS THE BALANCE HAS NEVER RECORDED A RESULT -
      *--  EVERY BUILD THEN SHOWS AS NOT YET BALANCED.
           OPEN  INPUT  BAL-HISTORY.
           IF  WS-BALHIST-STATUS  =  '35'
               GO TO  SCAN-BAL-HISTORY-E
           END-IF.
           IF  NOT WS-BALHIST-OK
               DISPLAY  'COMP3025 - BALANCING HISTORY OPEN FAILED, '
                        'STATUS = '  WS-BALHIST-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  SCAN-ONE-BAL-HISTORY-S
                    THRU  SCAN-ONE-BAL-HISTORY-E
                    UNTIL  END-OF-BALHIST.
           CLOSE  BAL-HISTORY.
      *--  A RELEASE OR REISSUE SHEET THAT ENDED IMBALANCED MARKS ITS
      *--  PARTNER'S LINE, OR THE UNTRACED LINE WHEN IT HAS NONE.
           PERFORM  PLACE-ONE-SHEET-S  THRU  PLACE-ONE-SHEET-E
                    VARYING  OS-INDEX  FROM  1  BY  1
                    UNTIL  OS-INDEX  >  SHEET-COUNT.
        SCAN-BAL-HISTORY-E.
           EXIT.

        SCAN-ONE-BAL-HISTORY    SECTION.
        SCAN-ONE-BAL-HISTORY-S.
           READ  BAL-HISTORY
               AT END  SET  END-OF-BALHIST  TO  TRUE
           END-READ.
           IF  END-OF-BALHIST
               GO TO  SCAN-ONE-BAL-HISTORY-E
           END-IF.
           IF  BH-BALANCE-DATE  NOT =  STATUS-DATE
               GO TO  SCAN-ONE-BAL-HISTORY-E
           END-IF.
           IF  BH-PROGRAM  NOT =  'COMP3001'
               PERFORM  TAKE-OTHER-SHEET-S  THRU  TAKE-OTHER-SHEET-E
               GO TO  SCAN-ONE-BAL-HISTORY-E
           END-IF.
      *--  A BUILD SHEET COUNTS ONLY FOR THE PARTNER'S LATEST BUILD,
      *--  AND A LATER BALANCE OF THE SAME BUILD OVERRIDES AN
      *--  EARLIER ONE.
           MOVE  BH-PARTNER-ID  TO  WANTED-PARTNER.
           PERFORM  FIND-PARTNER-S  THRU  FIND-PARTNER-E.
           IF  NO-PARTNER-FOUND
               GO TO  SCAN-ONE-BAL-HISTORY-E
           END-IF.
           IF  PT-BUILT (PT-MATCH-INDEX)
               AND  BH-RUN-TIME  =  PT-RUN-TIME (PT-MATCH-INDEX)
               MOVE  BH-RESULT  TO  PT-BALANCE-RESULT (PT-MATCH-INDEX)
           END-IF.
        SCAN-ONE-BAL-HISTORY-E.
           EXIT.

        TAKE-OTHER-SHEET        SECTION.
        TAKE-OTHER-SHEET-S.
           MOVE  0  TO  OS-MATCH-INDEX.
           PERFORM  MATCH-ONE-SHEET-S  THRU  MATCH-ONE-SHEET-E
                    VARYING  OS-INDEX  FROM  1  BY  1
                    UNTIL  OS-INDEX  >  SHEET-COUNT
                       OR  OS-MATCH-INDEX  >  0.
           IF  NO-SHEET-FOUND
               IF  SHEET-COUNT  >=  200
                   DISPLAY  'COMP3025 - MORE THAN 200 RELEASE AND '
                            'REISSUE SHEETS FOR '  STATUS-DATE
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  SHEET-COUNT
               MOVE  SHEET-COUNT    TO  OS-MATCH-INDEX
               MOVE  BH-PROGRAM     TO  OS-PROGRAM (OS-MATCH-INDEX)
               MOVE  BH-PARTNER-ID  TO  OS-PARTNER-ID (OS-MATCH-INDEX)
               MOVE  BH-RUN-TIME    TO  OS-RUN-TIME (OS-MATCH-INDEX)
           END-IF.
           MOVE  BH-RESULT  TO  OS-RESULT (OS-MATCH-INDEX).
        TAKE-OTHER-SHEET-E.
           EXIT.

        MATCH-ONE-SHEET SECTION.
        MATCH-ONE-SHEET-S.
           IF  OS-PROGRAM (OS-INDEX)  =  BH-PROGRAM
               AND  OS-PARTNER-ID (OS-INDEX)  =  BH-PARTNER-ID
               AND  OS-RUN-TIME (OS-INDEX)  =  BH-RUN-TIME
               MOVE  OS-INDEX  TO  OS-MATCH-INDEX
           END-IF.
        MATCH-ONE-SHEET-E.
           EXIT.

        PLACE-ONE-SHEET SECTION.
        PLACE-ONE-SHEET-S.
           IF  NOT OS-IMBALANCED (OS-INDEX)
               GO TO  PLACE-ONE-SHEET-E
           END-IF.
           MOVE  0  TO  PT-MATCH-INDEX.
           IF  OS-PARTNER-ID (OS-INDEX)  NOT =  SPACES
               MOVE  OS-PARTNER-ID (OS-INDEX)  TO  WANTED-PARTNER
               PERFORM  FIND-PARTNER-S  THRU  FIND-PARTNER-E
           END-IF.
           IF  NO-PARTNER-FOUND
               ADD  1  TO  UT-IMBALANCE-COUNT
           ELSE
               MOVE  'Y'  TO  PT-REISSUE-SWITCH (PT-MATCH-INDEX)
           END-IF.
        PLACE-ONE-SHEET-E.
           EXIT.

        SCAN-DUP-REPORT SECTION.
        SCAN-DUP-REPORT-S.
      *--  THE REPORT IS ONLY WRITTEN WHEN A BUILD RUNS WITH A
      *--  DUPCHECK CARD - NO REPORT MEANS NO SUSPECTS.
           OPEN  INPUT  DUP-REPORT.
           IF  WS-DUPRPT-STATUS  =  '35'
               GO TO  SCAN-DUP-REPORT-E
           END-IF.
           IF  NOT WS-DUPRPT-OK
               DISPLAY  'COMP3025 - SUSPECT-DUP REPORT OPEN FAILED, '
                        'STATUS = '  WS-DUPRPT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  SCAN-ONE-DUP-LINE-S  THRU  SCAN-ONE-DUP-LINE-E
                    UNTIL  END-OF-DUPRPT.
           CLOSE  DUP-REPORT.
        SCAN-DUP-REPORT-E.
           EXIT.

        SCAN-ONE-DUP-LINE       SECTION.
        SCAN-ONE-DUP-LINE-S.
           READ  DUP-REPORT
               AT END  SET  END-OF-DUPRPT  TO  TRUE
           END-READ.
           IF  END-OF-DUPRPT
               GO TO  SCAN-ONE-DUP-LINE-E
           END-IF.
      *--  EACH BUILD'S SECTION OPENS WITH ITS RUN DATE AND RUN ID.
           IF  DR-LABEL  =  'COMP3001 SUSPECT-DUPLICATES REPORT'
               MOVE  DR-RUN-DATE  TO  DUP-SECTION-DATE
               MOVE  DR-RUN-ID    TO  DUP-SECTION-RUN-ID
               GO TO  SCAN-ONE-DUP-LINE-E
           END-IF.
      *--  ... AND CLOSES WITH ITS TOTAL, WHICH COUNTS FOR THE
      *--  PARTNER WHOSE LATEST BUILD THAT RUN WAS.
           IF  DR-SUMMARY-LABEL  NOT =  'TOTAL SUSPECT DUPLICATES: '
               GO TO  SCAN-ONE-DUP-LINE-E
           END-IF.
           IF  DUP-SECTION-DATE  NOT =  STATUS-DATE
               GO TO  SCAN-ONE-DUP-LINE-E
           END-IF.
           MOVE  DR-SUMMARY-COUNT  TO  DUP-SECTION-COUNT.
           PERFORM  TAKE-DUP-TOTAL-S  THRU  TAKE-DUP-TOTAL-E
                    VARYING  PT-INDEX  FROM  1  BY  1
                    UNTIL  PT-INDEX  >  PARTNER-COUNT.
        SCAN-ONE-DUP-LINE-E.
           EXIT.

        TAKE-DUP-TOTAL  SECTION.
        TAKE-DUP-TOTAL-S.
           IF  PT-BUILT (PT-INDEX)
               AND  PT-RUN-TIME (PT-INDEX)  =  DUP-SECTION-RUN-ID
               MOVE  DUP-SECTION-COUNT  TO  PT-DUP-COUNT (PT-INDEX)
           END-IF.
        TAKE-DUP-TOTAL-E.
           EXIT.

        SCAN-CALENDAR   SECTION.
        SCAN-CALENDAR-S.
      *--  ONE PASS OF THE CALENDAR UP TO THE STATUS DATE GIVES THE
      *--  RETURN CUTOFF AND THE AGE OF EVERY BACKLOG.  A CALENDAR
      *--  THAT STOPS SHORT OF THE STATUS DATE, OR HOLDS FEWER THAN
      *--  AGEDAYS BUSINESS DAYS BEFORE IT, CANNOT GIVE A TRUE
      *--  CUTOFF - THE RUN STOPS RATHER THAN JUDGE AGAINST A WRONG
      *--  DATE.
           MOVE  AGE-DAYS-NUM  TO  BD-RING-SIZE.
           OPEN  INPUT  BUS-CALENDAR.
           IF  NOT WS-CALENDAR-OK
               DISPLAY  'COMP3025 - BUSINESS CALENDAR OPEN FAILED, '
                        'STATUS = '  WS-CALENDAR-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  READ-ONE-CALENDAR-S  THRU  READ-ONE-CALENDAR-E
                    UNTIL  END-OF-CALENDAR.
           CLOSE  BUS-CALENDAR.
           IF  NOT STATUS-DATE-ON-CALENDAR
               DISPLAY  'COMP3025 - BUSINESS CALENDAR DOES NOT REACH '
                        'THE STATUS DATE '  STATUS-DATE
                        ' - EXTEND IT WITH COMP3017'
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           IF  BD-COUNT  <  AGE-DAYS-NUM
               DISPLAY  'COMP3025 - BUSINESS CALENDAR HOLDS FEWER THAN '
                        AGE-DAYS-VALUE  ' BUSINESS DAYS BEFORE '
                        STATUS-DATE
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE CUTOFF IS AGEDAYS ENTRIES BACK FROM THE LATEST IN THE
      *--  RING, WRAPPING ROUND THE END OF IT.
           IF  BD-INDEX  >=  AGE-DAYS-NUM
               COMPUTE  BD-SLOT  =  BD-INDEX  -  AGE-DAYS-NUM  +  1
           ELSE
               COMPUTE  BD-SLOT  =  BD-INDEX  +  BD-RING-SIZE
                                 -  AGE-DAYS-NUM  +  1
           END-IF.
           MOVE  BD-DATE (BD-SLOT)  TO  CUTOFF-DATE.
        SCAN-CALENDAR-E.
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
               DISPLAY  'COMP3025 - BUSINESS CALENDAR READ FAILED, '
                        'STATUS = '  WS-CALENDAR-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  THE STATUS DATE ITSELF IS NOT COUNTED - ONLY BUSINESS DAYS
      *--  BEFORE IT AGE AN ITEM.
           IF  BC-DATE  NOT <  STATUS-DATE
               IF  BC-DATE  =  STATUS-DATE
                   AND  BC-BUSINESS-DAY
                   SET  STATUS-DATE-IS-BUSINESS-DAY  TO  TRUE
               END-IF
               SET  STATUS-DATE-ON-CALENDAR  TO  TRUE
               SET  END-OF-CALENDAR          TO  TRUE
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
      *--  EVERY BACKLOG WHOSE OLDEST ITEM IS DATED ON OR BEFORE THIS
      *--  BUSINESS DAY IS A DAY OLDER.
           PERFORM  AGE-ONE-BACKLOG-S  THRU  AGE-ONE-BACKLOG-E
                    VARYING  PT-INDEX  FROM  1  BY  1
                    UNTIL  PT-INDEX  >  PARTNER-COUNT.
           IF  UT-BACKLOG-COUNT  >  0
               AND  UT-OLDEST-DATE  NOT >  BC-DATE
               ADD  1  TO  UT-OLDEST-AGE
           END-IF.
        READ-ONE-CALENDAR-E.
           EXIT.

        AGE-ONE-BACKLOG SECTION.
        AGE-ONE-BACKLOG-S.
           IF  PT-BACKLOG-COUNT (PT-INDEX)  >  0
               AND  PT-OLDEST-DATE (PT-INDEX)  NOT >  BC-DATE
               ADD  1  TO  PT-OLDEST-AGE (PT-INDEX)
           END-IF.
        AGE-ONE-BACKLOG-E.
           EXIT.

        SCAN-LEDGER     SECTION.
        SCAN-LEDGER-S.
           OPEN  INPUT  TAPE-LEDGER.
           IF  NOT WS-LEDGER-OK
               DISPLAY  'COMP3025 - TAPE LEDGER OPEN FAILED, STATUS ='
                        WS-LEDGER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
      *--  ROLL EVERY LEDGER ENTRY INTO THE GENERATION TABLE - THE
      *--  LAST ENTRY READ FOR A GENERATION WINS.
           PERFORM  TALLY-LEDGER-ENTRY-S  THRU  TALLY-LEDGER-ENTRY-E
                    UNTIL  END-OF-LEDGER.
           CLOSE  TAPE-LEDGER.
        SCAN-LEDGER-E.
           EXIT.

        TALLY-LEDGER-ENTRY      SECTION.
        TALLY-LEDGER-ENTRY-S.
           READ  TAPE-LEDGER
               AT END  SET  END-OF-LEDGER  TO  TRUE
           END-READ.
           IF  END-OF-LEDGER
               GO TO  TALLY-LEDGER-ENTRY-E
           END-IF.
      *--  A JOURNALED ENTRY RECORDS A GL POSTING, NOT A MOVE IN THE
      *--  GENERATION'S LIFE - IT NEVER CHANGES THE STATE ON RECORD.
           IF  TL-JOURNALED
               GO TO  TALLY-LEDGER-ENTRY-E
           END-IF.
           MOVE  0  TO  GN-MATCH-INDEX.
           PERFORM  MATCH-ONE-GENERATION-S
                    THRU  MATCH-ONE-GENERATION-E
                    VARYING  GN-INDEX  FROM  1  BY  1
                    UNTIL  GN-INDEX  >  GENERATION-COUNT
                       OR  GN-MATCH-INDEX  >  0.
           IF  NO-GENERATION-FOUND
               IF  GENERATION-COUNT  >=  5000
                   DISPLAY  'COMP3025 - MORE THAN 5000 GENERATIONS '
                            'ON THE LEDGER - ARCHIVE OLD ENTRIES'
                   MOVE  16  TO  RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1  TO  GENERATION-COUNT
               MOVE  GENERATION-COUNT  TO  GN-MATCH-INDEX
               MOVE  TL-PARTNER-ID
                     TO  GN-PARTNER-ID (GN-MATCH-INDEX)
               MOVE  TL-TAPE-DATE
                     TO  GN-TAPE-DATE (GN-MATCH-INDEX)
               MOVE  'N'  TO  GN-VERIFIED-SWITCH (GN-MATCH-INDEX)
           END-IF.
           IF  TL-BUILT
               MOVE  'N'  TO  GN-VERIFIED-SWITCH (GN-MATCH-INDEX)
           END-IF.
           IF  TL-VERIFIED
               MOVE  'Y'  TO  GN-VERIFIED-SWITCH (GN-MATCH-INDEX)
           END-IF.
           MOVE  TL-STATUS  TO  GN-STATUS (GN-MATCH-INDEX).
        TALLY-LEDGER-ENTRY-E.
           EXIT.

        MATCH-ONE-GENERATION    SECTION.
        MATCH-ONE-GENERATION-S.
           IF  GN-PARTNER-ID (GN-INDEX)  =  TL-PARTNER-ID
               AND  GN-TAPE-DATE (GN-INDEX)  =  TL-TAPE-DATE
               MOVE  GN-INDEX  TO  GN-MATCH-INDEX
           END-IF.
        MATCH-ONE-GENERATION-E.
           EXIT.

        PLACE-ONE-GENERATION    SECTION.
        PLACE-ONE-GENERATION-S.
      *--  A GENERATION STILL OUT PAST THE CUTOFF IS AN OVERDUE
      *--  RETURN ON ITS PARTNER'S LINE; THE GENERATION THE
      *--  PARTNER'S LATEST BUILD CUT GIVES THE LINE ITS LEDGER STATE.
           MOVE  GN-PARTNER-ID (GN-INDEX)  TO  WANTED-PARTNER.
           PERFORM  FIND-PARTNER-S  THRU  FIND-PARTNER-E.
           IF  GN-OUTSTANDING (GN-INDEX)
               AND  GN-TAPE-DATE (GN-INDEX)  NOT >  CUTOFF-DATE
               IF  NO-PARTNER-FOUND
                   ADD  1  TO  UT-OVERDUE-COUNT
               ELSE
                   ADD  1  TO  PT-OVERDUE-COUNT (PT-MATCH-INDEX)
               END-IF
           END-IF.
           IF  NO-PARTNER-FOUND
               GO TO  PLACE-ONE-GENERATION-E
           END-IF.
           IF  PT-BUILT (PT-MATCH-INDEX)
               AND  GN-TAPE-DATE (GN-INDEX)
                        =  PT-TAPE-DATE (PT-MATCH-INDEX)
               MOVE  GN-STATUS (GN-INDEX)
                     TO  PT-LEDGER-STATE (PT-MATCH-INDEX)
               MOVE  GN-VERIFIED-SWITCH (GN-INDEX)
                     TO  PT-VERIFIED-SWITCH (PT-MATCH-INDEX)
           END-IF.
        PLACE-ONE-GENERATION-E.
           EXIT.

        REPORT-ONE-PARTNER      SECTION.
        REPORT-ONE-PARTNER-S.
           MOVE  'GREEN'   TO  LINE-COLOUR.
           MOVE  SPACES    TO  LINE-REASON.
           MOVE  SPACES    TO  STATUS-LINE.
           MOVE  PT-PARTNER-ID (PT-INDEX)  TO  SL-PARTNER.
           PERFORM  JUDGE-BUILD-S    THRU  JUDGE-BUILD-E.
           PERFORM  JUDGE-BACKLOG-S  THRU  JUDGE-BACKLOG-E.
           MOVE  PT-BACKLOG-COUNT (PT-INDEX)  TO  SL-BACKLOG.
           IF  PT-BACKLOG-COUNT (PT-INDEX)  >  0
               MOVE  PT-OLDEST-DATE (PT-INDEX)  TO  SL-OLDEST
               MOVE  PT-OLDEST-AGE (PT-INDEX)   TO  SL-AGE
           END-IF.
           MOVE  PT-OVERDUE-COUNT (PT-INDEX)  TO  SL-OVERDUE.
           ADD  PT-BACKLOG-COUNT (PT-INDEX)  TO  BACKLOG-TOTAL.
           ADD  PT-OVERDUE-COUNT (PT-INDEX)  TO  OVERDUE-TOTAL.
           PERFORM  WRITE-STATUS-LINE-S  THRU  WRITE-STATUS-LINE-E.
        REPORT-ONE-PARTNER-E.
           EXIT.

        JUDGE-BUILD     SECTION.
        JUDGE-BUILD-S.
      *--  A REISSUE IS ITS OWN RUN, SO AN IMBALANCED REISSUE SHEET
      *--  IS RED WHETHER OR NOT ANYTHING WAS BUILT ON THE DATE.
           IF  PT-REISSUE-IMBALANCED (PT-INDEX)
               MOVE  'REISSUE SHEET DID NOT BALANCE'  TO  RAISED-REASON
               PERFORM  RAISE-RED-S  THRU  RAISE-RED-E
           END-IF.
      *--  NO BUILD IS RED ON A BUSINESS DAY; ON ANY OTHER DAY THERE
      *--  WAS NONE TO RUN.
           IF  NOT PT-BUILT (PT-INDEX)
               IF  STATUS-DATE-IS-BUSINESS-DAY
                   MOVE  'NO BUILD LOGGED FOR THE DATE'
                         TO  RAISED-REASON
                   PERFORM  RAISE-RED-S  THRU  RAISE-RED-E
               ELSE
                   IF  LINE-GREEN
                       MOVE  'NOT A BUSINESS DAY'  TO  LINE-REASON
                   END-IF
               END-IF
               GO TO  JUDGE-BUILD-E
           END-IF.
           MOVE  PT-CONDITION-CODE (PT-INDEX)  TO  SL-CONDITION.
           MOVE  'NO '  TO  SL-RESTARTED.
           IF  PT-RESTARTED (PT-INDEX)
               MOVE  'YES'  TO  SL-RESTARTED
           END-IF.
           MOVE  'NO '  TO  SL-FORCED.
           IF  PT-FORCED (PT-INDEX)
               MOVE  'YES'  TO  SL-FORCED
           END-IF.
           MOVE  PT-LEDGER-STATE (PT-INDEX)  TO  SL-LEDGER.
           MOVE  '---'  TO  SL-BALANCED.
           IF  PT-BALANCED (PT-INDEX)
               MOVE  'YES'  TO  SL-BALANCED
           END-IF.
           IF  PT-IMBALANCED (PT-INDEX)
               MOVE  'NO '  TO  SL-BALANCED
           END-IF.
           MOVE  'NO '  TO  SL-VERIFIED.
           IF  PT-VERIFIED (PT-INDEX)
               MOVE  'YES'  TO  SL-VERIFIED
           END-IF.
           MOVE  'N/A'  TO  SL-XMIT.
           IF  PT-SENDS-XMIT (PT-INDEX)
               MOVE  PT-XMIT-STATE (PT-INDEX)  TO  SL-XMIT
           END-IF.
           MOVE  PT-REJECT-COUNT (PT-INDEX)  TO  SL-REJECTS.
           MOVE  PT-HELD-COUNT (PT-INDEX)    TO  SL-HELD.
           MOVE  PT-DUP-COUNT (PT-INDEX)     TO  SL-DUPS.
      *--  RED - THE TAPE CANNOT BE TRUSTED TO HAVE GONE OUT RIGHT.
      *--  THE FIRST RED REASON FOUND IS THE ONE PRINTED.
           IF  PT-CONDITION-CODE (PT-INDEX)  >=  8
               MOVE  'BUILD ENDED RC=8 OR WORSE'  TO  RAISED-REASON
               PERFORM  RAISE-RED-S  THRU  RAISE-RED-E
           END-IF.
           IF  PT-IMBALANCED (PT-INDEX)
               MOVE  'TAPE DID NOT BALANCE'  TO  RAISED-REASON
               PERFORM  RAISE-RED-S  THRU  RAISE-RED-E
           END-IF.
           IF  PT-BALANCE-RESULT (PT-INDEX)  =  SPACES
               MOVE  'NO BALANCING RESULT FOUND'  TO  RAISED-REASON
               PERFORM  RAISE-RED-S  THRU  RAISE-RED-E
           END-IF.
           IF  NOT PT-VERIFIED (PT-INDEX)
               MOVE  'TAPE NOT VERIFIED'  TO  RAISED-REASON
               PERFORM  RAISE-RED-S  THRU  RAISE-RED-E
           END-IF.
           IF  PT-SENDS-XMIT (PT-INDEX)
               AND  NOT PT-XMIT-CLEAN (PT-INDEX)
               AND  NOT PT-XMIT-WARNED (PT-INDEX)
               MOVE  'NOT CONVERTED FOR TRANSMISSION'  TO  RAISED-REASON
               PERFORM  RAISE-RED-S  THRU  RAISE-RED-E
           END-IF.
      *--  AMBER - OUT, BUT SOMETHING NEEDS A HUMAN LOOK TODAY.
           IF  PT-CONDITION-CODE (PT-INDEX)  =  4
               MOVE  'BUILD ENDED RC=4'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           IF  PT-SENDS-XMIT (PT-INDEX)
               AND  PT-XMIT-WARNED (PT-INDEX)
               MOVE  'UNMAPPED KANA IN TRANSMISSION'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           IF  PT-LEDGER-REFUSED (PT-INDEX)
               MOVE  'TAPE REFUSED BY PARTNER'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           IF  PT-HELD-COUNT (PT-INDEX)  >  0
               MOVE  'ITEMS HELD FOR A SUPERVISOR'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           IF  PT-DUP-COUNT (PT-INDEX)  >  0
               MOVE  'SUSPECT DUPLICATES REPORTED'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           IF  PT-RESTARTED (PT-INDEX)
               MOVE  'BUILD WAS RESTARTED'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           IF  PT-FORCED (PT-INDEX)
               MOVE  'BUILD WAS FORCED'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
        JUDGE-BUILD-E.
           EXIT.

        JUDGE-BACKLOG   SECTION.
        JUDGE-BACKLOG-S.
      *--  OLD BUSINESS STILL OPEN AGAINST THE PARTNER - AMBER.
           IF  PT-OVERDUE-COUNT (PT-INDEX)  >  0
               MOVE  'RETURNS OVERDUE'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           IF  REJ-DAYS-REQUESTED
               AND  PT-BACKLOG-COUNT (PT-INDEX)  >  0
               AND  PT-OLDEST-AGE (PT-INDEX)  >=  REJ-DAYS-NUM
               MOVE  'REJECT BACKLOG PAST REJDAYS'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
        JUDGE-BACKLOG-E.
           EXIT.

        RAISE-RED       SECTION.
        RAISE-RED-S.
      *--  RED OVERRIDES AMBER AND ITS REASON; A SECOND RED DOES NOT
      *--  OVERRIDE THE FIRST.
           IF  LINE-RED
               GO TO  RAISE-RED-E
           END-IF.
           MOVE  'RED'          TO  LINE-COLOUR.
           MOVE  RAISED-REASON  TO  LINE-REASON.
        RAISE-RED-E.
           EXIT.

        RAISE-AMBER     SECTION.
        RAISE-AMBER-S.
           IF  NOT LINE-GREEN
               GO TO  RAISE-AMBER-E
           END-IF.
           MOVE  'AMBER'        TO  LINE-COLOUR.
           MOVE  RAISED-REASON  TO  LINE-REASON.
        RAISE-AMBER-E.
           EXIT.

        REPORT-UNTRACED SECTION.
        REPORT-UNTRACED-S.
      *--  ONLY PRINTED WHEN THERE IS SOMETHING ON IT.
           IF  UT-BACKLOG-COUNT  =  0
               AND  UT-OVERDUE-COUNT  =  0
               AND  UT-IMBALANCE-COUNT  =  0
               GO TO  REPORT-UNTRACED-E
           END-IF.
           MOVE  'GREEN'   TO  LINE-COLOUR.
           MOVE  'NOT TRACED TO A PARTNER'  TO  LINE-REASON.
           MOVE  SPACES    TO  STATUS-LINE.
           MOVE  '----'    TO  SL-PARTNER.
           IF  UT-IMBALANCE-COUNT  >  0
               MOVE  'RELEASE SHEET DID NOT BALANCE'  TO  RAISED-REASON
               PERFORM  RAISE-RED-S  THRU  RAISE-RED-E
           END-IF.
           IF  UT-OVERDUE-COUNT  >  0
               MOVE  'RETURNS OVERDUE'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           IF  REJ-DAYS-REQUESTED
               AND  UT-BACKLOG-COUNT  >  0
               AND  UT-OLDEST-AGE  >=  REJ-DAYS-NUM
               MOVE  'REJECT BACKLOG PAST REJDAYS'  TO  RAISED-REASON
               PERFORM  RAISE-AMBER-S  THRU  RAISE-AMBER-E
           END-IF.
           MOVE  UT-BACKLOG-COUNT  TO  SL-BACKLOG.
           IF  UT-BACKLOG-COUNT  >  0
               MOVE  UT-OLDEST-DATE  TO  SL-OLDEST
               MOVE  UT-OLDEST-AGE   TO  SL-AGE
           END-IF.
           MOVE  UT-OVERDUE-COUNT  TO  SL-OVERDUE.
           ADD  UT-BACKLOG-COUNT  TO  BACKLOG-TOTAL.
           ADD  UT-OVERDUE-COUNT  TO  OVERDUE-TOTAL.
           PERFORM  WRITE-STATUS-LINE-S  THRU  WRITE-STATUS-LINE-E.
        REPORT-UNTRACED-E.
           EXIT.

        WRITE-STATUS-LINE       SECTION.
        WRITE-STATUS-LINE-S.
      *--  PRINT THE LINE, COUNT ITS COLOUR, AND LET THE WORST LINE
      *--  SET THE SHEET'S.
           MOVE  LINE-COLOUR  TO  SL-COLOUR.
           MOVE  LINE-REASON  TO  SL-REASON.
           WRITE  REPORT-REC  FROM  STATUS-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           IF  LINE-GREEN
               ADD  1  TO  GREEN-COUNT
           END-IF.
           IF  LINE-AMBER
               ADD  1  TO  AMBER-COUNT
               IF  SHEET-GREEN
                   MOVE  'AMBER'  TO  SHEET-COLOUR
               END-IF
           END-IF.
           IF  LINE-RED
               ADD  1  TO  RED-COUNT
               MOVE  'RED'  TO  SHEET-COLOUR
           END-IF.
        WRITE-STATUS-LINE-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
        WRITE-REPORT-HEADING-S.
           MOVE  SPACES  TO  REPORT-HEADING-LINE.
           MOVE  'COMP3025 MORNING OPERATIONS STATUS - BUSINESS DATE '
                 TO  RH-LABEL.
           MOVE  STATUS-DATE  TO  RH-DATE.
           WRITE  REPORT-REC  FROM  REPORT-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           IF  NOT STATUS-DATE-IS-BUSINESS-DAY
               MOVE  SPACES  TO  NOTE-LINE
               MOVE  'NOT A BUSINESS DAY ON THE CALENDAR - NO BUILDS '
                     TO  NL-LABEL
               WRITE  REPORT-REC  FROM  NOTE-LINE
               PERFORM  CHECK-REPORT-STATUS-S
                        THRU  CHECK-REPORT-STATUS-E
           END-IF.
           MOVE  SPACES  TO  NOTE-LINE.
           MOVE  'RETURN OVERDUE = STILL OUT, TAPE DATED ON OR BEFORE '
                 TO  NL-LABEL.
           MOVE  CUTOFF-DATE  TO  NL-DATE.
           WRITE  REPORT-REC  FROM  NOTE-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           WRITE  REPORT-REC  FROM  COLUMN-HEADING-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-HEADING-E.
           EXIT.

        WRITE-REPORT-SUMMARY    SECTION.
        WRITE-REPORT-SUMMARY-S.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'LINES GREEN:              '  TO  RS-LABEL.
           MOVE  GREEN-COUNT                   TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'LINES AMBER:              '  TO  RS-LABEL.
           MOVE  AMBER-COUNT                   TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'LINES RED:                '  TO  RS-LABEL.
           MOVE  RED-COUNT                     TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'REJECT BACKLOG:           '  TO  RS-LABEL.
           MOVE  BACKLOG-TOTAL                 TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'RETURNS OVERDUE:          '  TO  RS-LABEL.
           MOVE  OVERDUE-TOTAL                 TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  OVERALL-LINE.
           MOVE  'OVERALL STATUS:           '  TO  OL-LABEL.
           MOVE  SHEET-COLOUR                  TO  OL-COLOUR.
           WRITE  REPORT-REC  FROM  OVERALL-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-SUMMARY-E.
           EXIT.

        CHECK-REPORT-STATUS     SECTION.
        CHECK-REPORT-STATUS-S.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3025 - REPORT FILE WRITE FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-REPORT-STATUS-E.
           EXIT.
