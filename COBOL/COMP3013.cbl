      *            PACK-ONLY DETAILS' NET IS CARRIED SEPARATELY SO      *
      *            THE FOOTING PROVES OUT - AND ANY MISMATCH ENDS THE   *
      *            RUN RC=8 SO THE DESK NEVER TRUSTS A BAD SHEET.      *
      *            A SHEET THAT PROVES OUT IS ALSO APPENDED, WITH THE   *
      *            PARTNER AND TAPE DATE, TO THE SETTLEMENT HISTORY.    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
      *--  PRINTED SETTLEMENT REPORT.
           SELECT  REPORT-FILE   ASSIGN  TO  'SETLRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
      *--  THE LASTING SETTLEMENT HISTORY - SETTLSUM IS REWRITTEN
      *--  ON EVERY RUN, SO A PROVEN SHEET IS ALSO APPENDED HERE
      *--  WITH THE GENERATION IT CAME FROM.
           SELECT  HISTORY-FILE  ASSIGN  TO  'SETLHIST'
                            FILE STATUS  IS  WS-HISTORY-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  TAPE UNDER SETTLEMENT.  RECORD LAYOUT IS SHARED - SEE
      *--  SETTLEMENT REPORT.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(132).
      *--  SETTLEMENT HISTORY.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/SETLHIST.
           FD      HISTORY-FILE.
           COPY    SETLHIST.
        WORKING-STORAGE SECTION.
      *--  END OF TAPE SWITCH.
           01      SWITCHES.
             88    WS-SUMMARY-OK                VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
           01      WS-HISTORY-STATUS  PICTURE X(02).
             88    WS-HISTORY-OK                VALUE  '00'.
      *--  THE DATE THIS RUN STARTED, FOR THE SETTLEMENT HISTORY.
           01      WS-RUN-DATE  PICTURE X(08).
      *--  ONE ENTRY PER ACCOUNT SEEN ON THE TAPE, KEPT IN
      *--  ASCENDING ACCOUNT ORDER BY INSERTION - THE KANA NAME OF
      *--  THE ACCOUNT'S LAST DETAIL IS THE ONE REPORTED.
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
      *--  TAPE OPEN.
           OPEN  INPUT  OUT-TP.
           IF  NOT WS-OUT-TP-OK
               DISPLAY  'COMP3013 - SETTLEMENT SHEET DOES NOT PROVE '
                        'OUT - DO NOT SETTLE FROM IT'
               MOVE  8  TO  RETURN-CODE
           ELSE
               PERFORM  WRITE-SETTLE-HISTORY-S
                        THRU  WRITE-SETTLE-HISTORY-E
           END-IF.
        MAIN-E.
           STOP RUN.
        REPORT-ONE-ACCOUNT-E.
           EXIT.

        WRITE-SETTLE-HISTORY    SECTION.
        WRITE-SETTLE-HISTORY-S.
      *--  ONLY A PROVEN SHEET REACHES THE HISTORY.  THE SHEET IS
      *--  ALREADY GOOD, SO A HISTORY FAILURE IS CALLED OUT RC=4
      *--  RATHER THAN HOLDING UP THE SETTLEMENT.
           OPEN  EXTEND  HISTORY-FILE.
      *--  STATUS 35 MEANS THE HISTORY HAS NEVER BEEN WRITTEN -
      *--  START IT FRESH ON THE VERY FIRST RUN.
           IF  WS-HISTORY-STATUS  =  '35'
               OPEN  OUTPUT  HISTORY-FILE
           END-IF.
           IF  NOT WS-HISTORY-OK
               DISPLAY  'COMP3013 - SETTLEMENT HISTORY OPEN FAILED, '
                        'STATUS = '  WS-HISTORY-STATUS
               MOVE  4  TO  RETURN-CODE
               GO TO  WRITE-SETTLE-HISTORY-E
           END-IF.
           PERFORM  WRITE-ONE-HISTORY-S  THRU  WRITE-ONE-HISTORY-E
                    VARYING  AC-INDEX  FROM  1  BY  1
                    UNTIL  AC-INDEX  >  ACCOUNT-COUNT
                       OR  NOT WS-HISTORY-OK.
           IF  NOT WS-HISTORY-OK
               DISPLAY  'COMP3013 - SETTLEMENT HISTORY WRITE FAILED, '
                        'STATUS = '  WS-HISTORY-STATUS
               MOVE  4  TO  RETURN-CODE
           END-IF.
           CLOSE  HISTORY-FILE.
        WRITE-SETTLE-HISTORY-E.
           EXIT.

        WRITE-ONE-HISTORY       SECTION.
        WRITE-ONE-HISTORY-S.
           MOVE  SPACES                    TO  SETTLE-HIST-REC.
           MOVE  SAVED-PARTNER-ID          TO  STL-PARTNER-ID.
           MOVE  SAVED-TAPE-DATE           TO  STL-TAPE-DATE.
           MOVE  AC-ACCOUNT (AC-INDEX)     TO  STL-ACCOUNT.
           MOVE  AC-TXN-COUNT (AC-INDEX)   TO  STL-TXN-COUNT.
           MOVE  AC-NET-AMOUNT (AC-INDEX)  TO  STL-NET-AMOUNT.
           MOVE  AC-KANA (AC-INDEX)        TO  STL-KANA.
           MOVE  WS-RUN-DATE               TO  STL-SETTLED-ON.
           WRITE  SETTLE-HIST-REC.
        WRITE-ONE-HISTORY-E.
           EXIT.

        WRITE-GRAND-TOTAL       SECTION.
        WRITE-GRAND-TOTAL-S.
           MOVE  SPACES                  TO  TOTAL-LINE.
