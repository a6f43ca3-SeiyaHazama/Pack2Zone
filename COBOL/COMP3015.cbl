      *            CAN FLIP CODE PAGES SAFELY.  WHETHER A PARTNER       *
      *            TAKES TAPE OR TRANSMISSION IS THE PP-OUT-FORMAT      *
      *            FLAG ON ITS PROFILE - A RUN FOR A TAPE PARTNER       *
      *            ENDS RC=4 WITH NOTHING WRITTEN.  EVERY CONVERSION    *
      *            IS LOGGED ON THE RUN-HISTORY LOG AGAINST ITS         *
      *            PARTNER AND TAPE DATE.                               *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
                             FILE STATUS  IS  WS-PROFILE-STATUS.
           SELECT  CONTROL-FILE  ASSIGN  TO  'SYSIN'
                             FILE STATUS  IS  WS-CONTROL-STATUS.
      *--  SHARED RUN-HISTORY LOG - ONE RECORD APPENDED PER
      *--  CONVERSION, SO THE MORNING STATUS SHEET (COMP3025) CAN
      *--  SEE WHICH GENERATIONS WENT OUT IN TRANSMISSION FORM.
           SELECT  RUN-LOG       ASSIGN  TO  'RUNLOG'
                             FILE STATUS  IS  WS-RUNLOG-STATUS.
        DATA            DIVISION.
        FILE            SECTION.
      *--  VERIFIED TAPE.  RECORD LAYOUT IS SHARED - SEE
             02    XH-RUN-DATE      PICTURE X(08).
             02    XH-PROGRAM-ID    PICTURE X(08).
             02    XH-PARTNER-ID    PICTURE X(04).
      *--  CARRIED FROM THE TAPE HEADER - 'R' AND THE DATE CUT WHEN
      *--  THE GENERATION IS A REISSUED COPY (SEE COPYLIB/TPREC).
             02    XH-REISSUE-FLAG  PICTURE X(01).
             02    XH-REISSUE-DATE  PICTURE X(08).
             02    FILLER           PICTURE X(20).
           01      XMIT-ZONE-REC  REDEFINES  XMIT-REC.
             02    XZ-ID            PICTURE X(01).
             02    XZ-ZONEAREA      PICTURE +9(10).
      *--  CONTROL CARD INPUT.
           FD      CONTROL-FILE.
           01      CONTROL-CARD          PICTURE X(80).
      *--  RUN-HISTORY LOG.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/RUNLOG.
           FD      RUN-LOG.
           COPY    RUNLOG.
        WORKING-STORAGE SECTION.
      *--  END OF TAPE SWITCH.
           01      SWITCHES.
             88    WS-PROFILE-OK                VALUE  '00'.
           01      WS-CONTROL-STATUS  PICTURE X(02).
             88    WS-CONTROL-OK                VALUE  '00'.
           01      WS-RUNLOG-STATUS   PICTURE X(02).
             88    WS-RUNLOG-OK                 VALUE  '00'.
      *--  THE RUN DATE AND TIME, AND WHAT WAS SEEN ON THE TAPE, FOR
      *--  THE RUN-HISTORY RECORD.
           01      WS-RUN-DATE  PICTURE X(08).
           01      WS-RUN-TIME  PICTURE X(08).
           01      TAPE-IDENTITY.
             02    SAVED-TAPE-DATE        PICTURE X(08)  VALUE  SPACES.
             02    SAVED-HASH-TOTAL       PICTURE 9(13)  VALUE  0.
             02    SAVED-NET-TOTAL        PICTURE S9(13) VALUE  0.
           01      FINAL-CONDITION-CODE  PICTURE 9(02)  VALUE  0.
      *--  THE PARTNER THIS CONVERSION RUNS FOR - SAME SYSIN CARD
      *--  AND PROFILE LOOKUP AS COMP3003, PLUS THE OUTPUT-FORMAT
      *--  FLAG OFF THE MATCHED PROFILE.
        PROCEDURE       DIVISION.
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WS-RUN-TIME  FROM  TIME.
      *--  WHICH PARTNER'S CONVERSION THIS RUN IS - AND WHETHER
      *--  THAT PARTNER TAKES THE TRANSMISSION FORM AT ALL.
           PERFORM  READ-CONTROL-S  THRU  READ-CONTROL-E.
               DISPLAY  'COMP3015 - '  UNMAPPED-BYTE-COUNT
                        ' KANA BYTES OUTSIDE THE SUBSTITUTION '
                        'TABLE MAPPED TO ? - CHECK BEFORE SENDING'
               MOVE  4  TO  FINAL-CONDITION-CODE
           END-IF.
      *--  LEAVE A DURABLE RECORD OF THE CONVERSION.
           PERFORM  WRITE-RUN-LOG-S  THRU  WRITE-RUN-LOG-E.
           MOVE  FINAL-CONDITION-CODE  TO  RETURN-CODE.
        MAIN-E.
           STOP RUN.

        WRITE-RUN-LOG   SECTION.
        WRITE-RUN-LOG-S.
      *--  A LOGGING FAILURE IS REPORTED BUT DOES NOT FAIL A RUN
      *--  WHOSE TRANSMISSION FILE IS ALREADY COMPLETE.
           OPEN  EXTEND  RUN-LOG.
      *--  STATUS 35 MEANS THE LOG DATASET HAS NEVER BEEN WRITTEN -
      *--  START IT FRESH ON THE VERY FIRST RUN.
           IF  WS-RUNLOG-STATUS  =  '35'
               OPEN  OUTPUT  RUN-LOG
           END-IF.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3015 - RUN LOG OPEN FAILED, STATUS = '
                        WS-RUNLOG-STATUS  ' - RUN NOT LOGGED'
               GO TO  WRITE-RUN-LOG-E
           END-IF.
           MOVE  SPACES               TO  RUN-LOG-REC.
           MOVE  'COMP3015'           TO  RUN-PROGRAM.
           MOVE  WS-RUN-DATE          TO  RUN-DATE.
           MOVE  WS-RUN-TIME (1:6)    TO  RUN-TIME.
           MOVE  RECORDS-READ-COUNT   TO  RUN-INPUT-COUNT.
           MOVE  DETAIL-RECORD-COUNT  TO  RUN-DETAIL-COUNT.
           MOVE  0                    TO  RUN-REJECT-COUNT.
           MOVE  SAVED-HASH-TOTAL     TO  RUN-PACK-TOTAL.
           MOVE  SAVED-NET-TOTAL      TO  RUN-NET-TOTAL.
           MOVE  FINAL-CONDITION-CODE TO  RUN-CONDITION-CODE.
      *--  THE HEADER RUN DATE IDENTIFIES THE GENERATION CONVERTED.
           MOVE  SAVED-TAPE-DATE      TO  RUN-TAPE-DATE.
           MOVE  'N'                  TO  RUN-RESTART-FLAG.
           MOVE  RUN-PARTNER          TO  RUN-PARTNER-ID.
           MOVE  0                    TO  RUN-SKIP-COUNT.
           MOVE  'N'                  TO  RUN-FORCED-FLAG.
           MOVE  0                    TO  RUN-HELD-COUNT.
           MOVE  0                    TO  RUN-RELEASED-COUNT.
           WRITE  RUN-LOG-REC.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3015 - RUN LOG WRITE FAILED, STATUS = '
                        WS-RUNLOG-STATUS  ' - RUN NOT LOGGED'
           END-IF.
           CLOSE  RUN-LOG.
        WRITE-RUN-LOG-E.
           EXIT.

        READ-CONTROL    SECTION.
        READ-CONTROL-S.
           OPEN  INPUT  CONTROL-FILE.
           END-IF.
           EVALUATE  TRUE
               WHEN  HDR-REC
                   MOVE  HDR-RUN-DATE    TO  SAVED-TAPE-DATE
                   IF  HDR-PARTNER-ID  NOT =  RUN-PARTNER
                       DISPLAY  'COMP3015 - TAPE BELONGS TO PARTNER '
                                HDR-PARTNER-ID
                   MOVE  HDR-RUN-DATE    TO  XH-RUN-DATE
                   MOVE  HDR-PROGRAM-ID  TO  XH-PROGRAM-ID
                   MOVE  HDR-PARTNER-ID  TO  XH-PARTNER-ID
                   MOVE  HDR-REISSUE-FLAG  TO  XH-REISSUE-FLAG
                   MOVE  HDR-REISSUE-DATE  TO  XH-REISSUE-DATE
                   PERFORM  WRITE-XMIT-S  THRU  WRITE-XMIT-E
               WHEN  ZONE-REC
                   MOVE  SPACES          TO  XMIT-REC
                         TO  XT-PACK-CONTROL-TOTAL
                   MOVE  TRL-PACK-NET-TOTAL
                         TO  XT-PACK-NET-TOTAL
                   MOVE  TRL-PACK-CONTROL-TOTAL  TO  SAVED-HASH-TOTAL
                   MOVE  TRL-PACK-NET-TOTAL      TO  SAVED-NET-TOTAL
                   PERFORM  WRITE-XMIT-S  THRU  WRITE-XMIT-E
               WHEN  OTHER
                   DISPLAY  'COMP3015 - UNKNOWN RECORD TYPE: '
