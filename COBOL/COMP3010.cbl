      ******************************************************************
      *  OVERVIEW: THIS PGM IS APPLY ADD/CHANGE/CLOSE TRANSACTIONS     *
      *            FROM THE CONTROL DESK TO THE CUSTOMER ACCOUNT        *
      *            MASTER READ BY COMP3001, UPDATING THE KEYED MASTER   *
      *            IN PLACE ONE ACCOUNT AT A TIME, AND PRINT A          *
      *            BEFORE/AFTER AUDIT LISTING OF EVERY                  *
      *            TRANSACTION APPLIED OR REJECTED SO THE CONTROL       *
      *            DESK CAN KEEP THE MASTER CURRENT ON A REVIEWABLE     *
      *            PATH.                                               *
        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
      *--  CUSTMST IS THE SAME DDNAME COMP3001 OPENS - HERE IT IS THE
      *--  LIVE MASTER BEING MAINTAINED, READ AND UPDATED BY ACCOUNT.
           SELECT  CUST-MASTER   ASSIGN  TO  'CUSTMST'
                            ORGANIZATION IS  INDEXED
                            ACCESS MODE  IS  RANDOM
                            RECORD KEY   IS  CM-ACCOUNT
                            FILE STATUS  IS  WS-MASTER-STATUS.
      *--  MAINTENANCE TRANSACTIONS, ONE PER RECORD - ADD, CHANGE OR
      *--  CLOSE, KEYED BY ACCOUNT NUMBER.
           SELECT  TRAN-FILE     ASSIGN  TO  'MSTTRAN'
                            FILE STATUS  IS  WS-TRAN-STATUS.
      *--  PRINTED BEFORE/AFTER AUDIT LISTING.
           SELECT  REPORT-FILE   ASSIGN  TO  'MNTRPT'
                            FILE STATUS  IS  WS-REPORT-STATUS.
      *--  COPYLIB/CUSTMST.
           FD      CUST-MASTER.
           COPY    CUSTMST.
      *--  MAINTENANCE TRANSACTION.  RECORD LAYOUT IS SHARED - SEE
      *--  COPYLIB/MSTTRAN.
           FD      TRAN-FILE.
           COPY    MSTTRAN.
      *--  BEFORE/AFTER AUDIT LISTING.
           FD      REPORT-FILE.
           01      REPORT-REC            PICTURE X(132).
        WORKING-STORAGE SECTION.
      *--  END OF FILE SWITCHES.
           01      SWITCHES.
             02    TRAN-EOF-SWITCH     PICTURE X(01)  VALUE  'N'.
               88  END-OF-TRANS                        VALUE  'Y'.
      *--  FILE STATUS FIELDS.
             88    WS-MASTER-OK                 VALUE  '00'.
           01      WS-TRAN-STATUS     PICTURE X(02).
             88    WS-TRAN-OK                   VALUE  '00'.
           01      WS-REPORT-STATUS   PICTURE X(02).
             88    WS-REPORT-OK                 VALUE  '00'.
      *--  RESULT OF THE KEYED READ FOR THE TRANSACTION'S ACCOUNT -
      *--  WHEN FOUND, THE MASTER RECORD AREA HOLDS THE LIVE RECORD.
           01      MASTER-CONTROL.
             02    MASTER-HIT-SWITCH  PICTURE X(01)  VALUE  'N'.
               88  MASTER-FOUND                         VALUE  'Y'.
               88  NO-MASTER-FOUND                      VALUE  'N'.
      *--  TRANSACTION AND MASTER COUNTS FOR THE SUMMARY LINES.
           01      COUNTERS.
             02    TRAN-READ-COUNT       PICTURE 9(09)  COMP  VALUE  0.
             02    APPLIED-COUNT         PICTURE 9(09)  COMP  VALUE  0.
             02    REJECTED-COUNT        PICTURE 9(09)  COMP  VALUE  0.
             02    ADDED-COUNT           PICTURE 9(09)  COMP  VALUE  0.
             02    REWRITTEN-COUNT       PICTURE 9(09)  COMP  VALUE  0.
      *--  RESULT OF VALIDATING THE TRANSACTION IN HAND.
           01      TRAN-VALIDATION.
             02    VT-SWITCH        PICTURE X(01)  VALUE  'Y'.
               88  KV-VALID                        VALUE  'Y'.
               88  KV-INVALID                      VALUE  'N'.
      *--  BEFORE AND AFTER IMAGES OF THE MASTER RECORD TOUCHED,
      *--  BUILT IN THE LIVE FILE'S 40-BYTE LAYOUT FOR THE LISTING.
           01      IMAGE-WORK.
             02    IW-ACCOUNT       PICTURE 9(10).
             02    IW-STATUS        PICTURE X(01).
        MAIN            SECTION.
        MAIN-S.
           ACCEPT  WS-RUN-DATE  FROM  DATE  YYYYMMDD.
      *--  FILE OPENS.  THE LIVE MASTER IS OPENED FOR UPDATE - EVERY
      *--  APPLIED TRANSACTION IS WRITTEN OR REWRITTEN ON IT AS IT
      *--  IS APPLIED.
           OPEN  I-O  CUST-MASTER.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3010 - CUSTOMER MASTER OPEN FAILED, '
                        'STATUS = '  WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  INPUT  TRAN-FILE.
           IF  NOT WS-TRAN-OK
               DISPLAY  'COMP3010 - TRANSACTION FILE OPEN FAILED, '
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           OPEN  OUTPUT  REPORT-FILE.
           IF  NOT WS-REPORT-OK
               DISPLAY  'COMP3010 - REPORT FILE OPEN FAILED, '
                        'STATUS = '  WS-REPORT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM  WRITE-REPORT-HEADING-S
                    THRU  WRITE-REPORT-HEADING-E.
      *--  APPLY EVERY TRANSACTION AGAINST THE MASTER.
           PERFORM  READ-TRAN-S     THRU  READ-TRAN-E.
           PERFORM  APPLY-TRAN-S    THRU  APPLY-TRAN-E
                    UNTIL  END-OF-TRANS.
      *--  SUMMARY LINES.
           PERFORM  WRITE-REPORT-SUMMARY-S
                    THRU  WRITE-REPORT-SUMMARY-E.
      *--  FILE CLOSES.
           CLOSE CUST-MASTER.
           CLOSE TRAN-FILE.
           CLOSE REPORT-FILE.
      *--  ANY REJECTED TRANSACTION ENDS THE RUN RC=4 SO THE CONTROL
      *--  DESK SEES IT WITHOUT READING THE LISTING.
        MAIN-E.
           STOP RUN.

        FIND-MASTER     SECTION.
        FIND-MASTER-S.
      *--  READ THE MASTER BY THE TRANSACTION'S ACCOUNT.  A RECORD
      *--  NOT ON FILE IS AN ANSWER, NOT A FAILURE - ANY OTHER BAD
      *--  STATUS MEANS THE MASTER ITSELF IS IN TROUBLE.
           MOVE  MX-ACCOUNT  TO  CM-ACCOUNT.
           SET  MASTER-FOUND  TO  TRUE.
           READ  CUST-MASTER
               INVALID KEY  SET  NO-MASTER-FOUND  TO  TRUE
           END-READ.
           IF  MASTER-FOUND  AND  NOT WS-MASTER-OK
               DISPLAY  'COMP3010 - CUSTOMER MASTER READ FAILED, '
                        'STATUS = '  WS-MASTER-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        FIND-MASTER-E.
           EXIT.

        READ-TRAN       SECTION.
        READ-TRAN-S.
           READ  TRAN-FILE
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-TRAN-X
           END-IF.
           PERFORM  FIND-MASTER-S  THRU  FIND-MASTER-E.
           EVALUATE  TRUE
               WHEN  MX-ADD

        APPLY-ADD       SECTION.
        APPLY-ADD-S.
           IF  MASTER-FOUND
               SET  VT-INVALID  TO  TRUE
               MOVE  'ACCOUNT ALREADY ON THE MASTER'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-ADD-E
           END-IF.
           MOVE  SPACES      TO  CUST-MASTER-REC.
           MOVE  MX-ACCOUNT  TO  CM-ACCOUNT.
           MOVE  'O'         TO  CM-STATUS.
      *--  A BLANK OPEN DATE DEFAULTS TO THE RUN DATE.
           IF  MX-OPEN-DATE  =  SPACES
               MOVE  WS-RUN-DATE  TO  CM-OPEN-DATE
           ELSE
               MOVE  MX-OPEN-DATE  TO  CM-OPEN-DATE
           END-IF.
           MOVE  SPACES      TO  CM-CLOSE-DATE.
           MOVE  MX-KANA     TO  CM-KANA.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
           WRITE  CUST-MASTER-REC.
           PERFORM  CHECK-MASTER-STATUS-S  THRU  CHECK-MASTER-STATUS-E.
           ADD  1  TO  ADDED-COUNT.
           ADD  1  TO  APPLIED-COUNT.
           MOVE  SPACES       TO  DETAIL-LINE.
           MOVE  'APPLIED  '  TO  DL-STATUS.
                    THRU  WRITE-BEFORE-IMAGE-PREP-E.
      *--  ONLY THE FIELDS THE TRANSACTION CARRIES ARE REPLACED.
           IF  MX-KANA  NOT =  SPACES
               MOVE  MX-KANA  TO  CM-KANA
           END-IF.
           IF  MX-OPEN-DATE  NOT =  SPACES
               MOVE  MX-OPEN-DATE  TO  CM-OPEN-DATE
           END-IF.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
           REWRITE  CUST-MASTER-REC.
           PERFORM  CHECK-MASTER-STATUS-S  THRU  CHECK-MASTER-STATUS-E.
           ADD  1  TO  REWRITTEN-COUNT.
           ADD  1  TO  APPLIED-COUNT.
           MOVE  SPACES       TO  DETAIL-LINE.
           MOVE  'APPLIED  '  TO  DL-STATUS.
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-CLOSE-E
           END-IF.
           IF  NOT CM-OPEN
               SET  VT-INVALID  TO  TRUE
               MOVE  'ACCOUNT IS ALREADY CLOSED'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
           END-IF.
           PERFORM  WRITE-BEFORE-IMAGE-PREP-S
                    THRU  WRITE-BEFORE-IMAGE-PREP-E.
           MOVE  'C'  TO  CM-STATUS.
      *--  A BLANK CLOSE DATE DEFAULTS TO THE RUN DATE.
           IF  MX-CLOSE-DATE  =  SPACES
               MOVE  WS-RUN-DATE    TO  CM-CLOSE-DATE
           ELSE
               MOVE  MX-CLOSE-DATE  TO  CM-CLOSE-DATE
           END-IF.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
           REWRITE  CUST-MASTER-REC.
           PERFORM  CHECK-MASTER-STATUS-S  THRU  CHECK-MASTER-STATUS-E.
           ADD  1  TO  REWRITTEN-COUNT.
           ADD  1  TO  APPLIED-COUNT.
           MOVE  SPACES       TO  DETAIL-LINE.
           MOVE  'APPLIED  '  TO  DL-STATUS.

        WRITE-AFTER-IMAGE       SECTION.
        WRITE-AFTER-IMAGE-S.
      *--  THE AFTER IMAGE WAS CAPTURED IN IMAGE-WORK JUST AHEAD OF
      *--  THE WRITE OR REWRITE - THE RECORD AREA IS NOT TO BE
      *--  RELIED ON ONCE THE RECORD HAS GONE TO THE FILE.
           MOVE  SPACES         TO  IMAGE-LINE.
           MOVE  '  AFTER    '  TO  IL-LABEL.
           MOVE  IMAGE-WORK     TO  IL-IMAGE.

        BUILD-ENTRY-IMAGE       SECTION.
        BUILD-ENTRY-IMAGE-S.
      *--  THE MASTER RECORD IN HAND, LAID OUT AS ON THE LIVE FILE.
           MOVE  CM-ACCOUNT     TO  IW-ACCOUNT.
           MOVE  CM-STATUS      TO  IW-STATUS.
           MOVE  CM-OPEN-DATE   TO  IW-OPEN-DATE.
           MOVE  CM-CLOSE-DATE  TO  IW-CLOSE-DATE.
           MOVE  CM-KANA        TO  IW-KANA.
        BUILD-ENTRY-IMAGE-E.
           EXIT.

        VALIDATE-KANA-BYTE-E.
           EXIT.

        CHECK-MASTER-STATUS     SECTION.
        CHECK-MASTER-STATUS-S.
      *--  A MASTER THAT WILL NOT TAKE AN UPDATE STOPS THE RUN - THE
      *--  LISTING WOULD OTHERWISE SHOW A CHANGE THE MASTER NEVER
      *--  RECEIVED.
           IF  NOT WS-MASTER-OK
               DISPLAY  'COMP3010 - CUSTOMER MASTER UPDATE FAILED, '
                        'STATUS = '  WS-MASTER-STATUS
                        ' ACCOUNT '  MX-ACCOUNT
               MOVE  16  TO  RETURN-CODE
               STOP RUN
           END-IF.
        CHECK-MASTER-STATUS-E.
           EXIT.

        WRITE-REPORT-HEADING    SECTION.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'MASTER RECORDS ADDED:     '  TO  RS-LABEL.
           MOVE  ADDED-COUNT                   TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
           MOVE  SPACES                        TO  REPORT-SUMMARY-LINE.
           MOVE  'MASTER RECORDS REWRITTEN: '  TO  RS-LABEL.
           MOVE  REWRITTEN-COUNT               TO  RS-COUNT.
           WRITE  REPORT-REC  FROM  REPORT-SUMMARY-LINE.
           PERFORM  CHECK-REPORT-STATUS-S  THRU  CHECK-REPORT-STATUS-E.
        WRITE-REPORT-SUMMARY-E.
