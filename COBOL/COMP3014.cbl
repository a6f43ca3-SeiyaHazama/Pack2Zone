      *            COMP3001/COMP3003/COMP3006 READ, INSTEAD OF THE      *
      *            FILE BEING EDITED BY HAND.  EVERY TRANSACTION IS     *
      *            VALIDATED (FOUR-CHARACTER PARTNER ID, Y/N RECORD-    *
      *            TYPE FLAGS, OUTPUT DDNAME PRESENT, DIGIT LIMITS, NO  *
      *            DUPLICATE IDS), THE UPDATED PROFILE FILE IS WRITTEN  *
      *            FOR THE JCL TO COPY BACK, A CHANGE-HISTORY RECORD    *
      *            WITH THE BEFORE AND AFTER IMAGE OF EVERY RECORD      *
      *            TOUCHED IS APPENDED, AND AN APPLIED/REJECTED         *
      *            LISTING IS PRINTED - SO A MOVED PP-TAKES FLAG CAN    *
      *            ALWAYS BE TRACED TO WHEN AND HOW IT MOVED.           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
        IDENTIFICATION  DIVISION.
      *--  BLANK ON AN ADD DEFAULTS TO TAPE; BLANK ON A CHANGE
      *--  KEEPS THE VALUE ON FILE.
             02    PX-OUT-FORMAT         PICTURE X(01).
      *--  THE AUTHORIZATION LIMITS (SEE COPYLIB/PARTPROF) - ELEVEN
      *--  DIGITS EACH, ZERO FOR NO LIMIT.  BLANK ON AN ADD MEANS NO
      *--  LIMIT; BLANK ON A CHANGE KEEPS THE VALUE ON FILE.
             02    PX-ITEM-LIMIT-VALUE   PICTURE X(11).
             02    PX-ITEM-LIMIT         REDEFINES  PX-ITEM-LIMIT-VALUE
                                         PICTURE 9(11).
             02    PX-DAILY-LIMIT-VALUE  PICTURE X(11).
             02    PX-DAILY-LIMIT        REDEFINES  PX-DAILY-LIMIT-VALUE
                                         PICTURE 9(11).
             02    FILLER                PICTURE X(10).
      *--  UPDATED PROFILES, SAME 40-BYTE LAYOUT AS THE LIVE FILE.
           FD      NEW-PROFILE.
           01      NEW-PROFILE-REC       PICTURE X(40).
               03  PT-TAKES-CUST      PICTURE X(01).
               03  PT-OUT-DDNAME      PICTURE X(08).
               03  PT-OUT-FORMAT      PICTURE X(01).
               03  PT-REST.
                 04  PT-ITEM-LIMIT    PICTURE 9(11).
                 04  PT-DAILY-LIMIT   PICTURE 9(11).
                 04  FILLER           PICTURE X(01).
           01      TABLE-CONTROL.
             02    FIND-PARTNER-ID    PICTURE X(04).
             02    PT-INDEX           PICTURE 9(03)  COMP.
             02    IW-TAKES-CUST    PICTURE X(01).
             02    IW-OUT-DDNAME    PICTURE X(08).
             02    IW-OUT-FORMAT    PICTURE X(01).
             02    IW-REST.
               03  IW-ITEM-LIMIT    PICTURE 9(11).
               03  IW-DAILY-LIMIT   PICTURE 9(11).
               03  FILLER           PICTURE X(01).
           01      BEFORE-IMAGE     PICTURE X(40).
           01      AFTER-IMAGE      PICTURE X(40).
           01      LIMIT-EDIT       PICTURE Z(10)9.
      *--  ONE PRINT LINE OF THE LISTING, AND THE BEFORE/AFTER
      *--  IMAGE LINES UNDER IT - EACH IMAGE FOLLOWED BY ITS TWO
      *--  LIMITS SPELLED OUT.
           01      DETAIL-LINE.
             02    DL-STATUS        PICTURE X(09).
             02    DL-ACTION        PICTURE X(07).
           01      IMAGE-LINE.
             02    IL-LABEL         PICTURE X(11).
             02    IL-IMAGE         PICTURE X(40).
             02    IL-FILL1         PICTURE X(02).
             02    IL-ITEM-LABEL    PICTURE X(11).
             02    IL-ITEM-LIMIT    PICTURE X(11).
             02    IL-FILL2         PICTURE X(02).
             02    IL-DAILY-LABEL   PICTURE X(12).
             02    IL-DAILY-LIMIT   PICTURE X(11).
             02    FILLER           PICTURE X(32).
      *--  REPORT HEADING AND SUMMARY LINES.
           01      REPORT-HEADING-LINE.
             02    RH-LABEL         PICTURE X(44).
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-ADD-E
           END-IF.
           PERFORM  VALIDATE-LIMITS-S  THRU  VALIDATE-LIMITS-E.
           IF  VT-INVALID
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-ADD-E
           END-IF.
           PERFORM  INSERT-PROFILE-ENTRY-S
                    THRU  INSERT-PROFILE-ENTRY-E.
           MOVE  PX-PARTNER-ID  TO  PT-PARTNER-ID (SLOT-INDEX).
           ELSE
               MOVE  PX-OUT-FORMAT  TO  PT-OUT-FORMAT (SLOT-INDEX)
           END-IF.
      *--  THE TAIL OF A NEW RECORD IS THE TWO LIMITS - A BLANK
      *--  ONE GOES ON FILE AS ZERO, NO LIMIT.
           MOVE  SPACES         TO  PT-REST (SLOT-INDEX).
           IF  PX-ITEM-LIMIT-VALUE  =  SPACES
               MOVE  0              TO  PT-ITEM-LIMIT (SLOT-INDEX)
           ELSE
               MOVE  PX-ITEM-LIMIT  TO  PT-ITEM-LIMIT (SLOT-INDEX)
           END-IF.
           IF  PX-DAILY-LIMIT-VALUE  =  SPACES
               MOVE  0               TO  PT-DAILY-LIMIT (SLOT-INDEX)
           ELSE
               MOVE  PX-DAILY-LIMIT  TO  PT-DAILY-LIMIT (SLOT-INDEX)
           END-IF.
           MOVE  SLOT-INDEX     TO  PT-MATCH-INDEX.
           MOVE  SPACES         TO  BEFORE-IMAGE.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
               AND  PX-TAKES-CUST  =  SPACE
               AND  PX-OUT-DDNAME  =  SPACES
               AND  PX-OUT-FORMAT  =  SPACE
               AND  PX-ITEM-LIMIT-VALUE  =  SPACES
               AND  PX-DAILY-LIMIT-VALUE  =  SPACES
               SET  VT-INVALID  TO  TRUE
               MOVE  'CHANGE CARRIES NO FIELDS'  TO  VT-REASON
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-CHANGE-E
           END-IF.
           PERFORM  VALIDATE-LIMITS-S  THRU  VALIDATE-LIMITS-E.
           IF  VT-INVALID
               PERFORM  REPORT-REJECTED-S  THRU  REPORT-REJECTED-E
               GO TO  APPLY-CHANGE-E
           END-IF.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
           MOVE  IMAGE-WORK  TO  BEFORE-IMAGE.
           IF  PX-TAKES-ZONE  NOT =  SPACE
               MOVE  PX-OUT-FORMAT
                     TO  PT-OUT-FORMAT (PT-MATCH-INDEX)
           END-IF.
           IF  PX-ITEM-LIMIT-VALUE  NOT =  SPACES
               MOVE  PX-ITEM-LIMIT
                     TO  PT-ITEM-LIMIT (PT-MATCH-INDEX)
           END-IF.
           IF  PX-DAILY-LIMIT-VALUE  NOT =  SPACES
               MOVE  PX-DAILY-LIMIT
                     TO  PT-DAILY-LIMIT (PT-MATCH-INDEX)
           END-IF.
           PERFORM  BUILD-ENTRY-IMAGE-S  THRU  BUILD-ENTRY-IMAGE-E.
           MOVE  IMAGE-WORK  TO  AFTER-IMAGE.
           PERFORM  RECORD-APPLIED-S  THRU  RECORD-APPLIED-E.
        VALIDATE-CODED-FLAGS-E.
           EXIT.

        VALIDATE-LIMITS SECTION.
        VALIDATE-LIMITS-S.
      *--  A LIMIT THE CARD CODES MUST BE ALL DIGITS - A BLANK ONE
      *--  IS LEFT TO THE ACTION (NO LIMIT ON AN ADD, KEEP ON A
      *--  CHANGE).
           IF  (PX-ITEM-LIMIT-VALUE  NOT =  SPACES
                    AND  PX-ITEM-LIMIT  NOT NUMERIC)
               OR  (PX-DAILY-LIMIT-VALUE  NOT =  SPACES
                    AND  PX-DAILY-LIMIT  NOT NUMERIC)
               SET  VT-INVALID  TO  TRUE
               MOVE  'LIMITS MUST BE ELEVEN DIGITS'  TO  VT-REASON
           END-IF.
        VALIDATE-LIMITS-E.
           EXIT.

        BUILD-ENTRY-IMAGE       SECTION.
        BUILD-ENTRY-IMAGE-S.
      *--  THE TABLE ENTRY AT PT-MATCH-INDEX, LAID OUT AS ON THE
               MOVE  '(NOT ON FILE)'  TO  IL-IMAGE
           ELSE
               MOVE  BEFORE-IMAGE     TO  IL-IMAGE
               MOVE  BEFORE-IMAGE     TO  IMAGE-WORK
               PERFORM  EDIT-IMAGE-LIMITS-S  THRU  EDIT-IMAGE-LIMITS-E
           END-IF.
           PERFORM  WRITE-IMAGE-LINE-S  THRU  WRITE-IMAGE-LINE-E.
           MOVE  SPACES         TO  IMAGE-LINE.
               MOVE  '(DELETED)'  TO  IL-IMAGE
           ELSE
               MOVE  AFTER-IMAGE  TO  IL-IMAGE
               MOVE  AFTER-IMAGE  TO  IMAGE-WORK
               PERFORM  EDIT-IMAGE-LIMITS-S  THRU  EDIT-IMAGE-LIMITS-E
           END-IF.
           PERFORM  WRITE-IMAGE-LINE-S  THRU  WRITE-IMAGE-LINE-E.
           MOVE  SPACES             TO  PROF-HIST-REC.
        RECORD-APPLIED-E.
           EXIT.

        EDIT-IMAGE-LIMITS       SECTION.
        EDIT-IMAGE-LIMITS-S.
      *--  SPELL OUT THE TWO LIMITS OF THE IMAGE IN IMAGE-WORK ON
      *--  THE IMAGE LINE.  ZERO, OR SPACES ON A RECORD FROM BEFORE
      *--  THE FIELDS EXISTED, PRINTS AS NONE.
           MOVE  'ITEM LIMIT '   TO  IL-ITEM-LABEL.
           IF  IW-ITEM-LIMIT  NUMERIC  AND  IW-ITEM-LIMIT  >  0
               MOVE  IW-ITEM-LIMIT  TO  LIMIT-EDIT
               MOVE  LIMIT-EDIT     TO  IL-ITEM-LIMIT
           ELSE
               MOVE  'NONE'         TO  IL-ITEM-LIMIT
           END-IF.
           MOVE  'DAILY LIMIT '  TO  IL-DAILY-LABEL.
           IF  IW-DAILY-LIMIT  NUMERIC  AND  IW-DAILY-LIMIT  >  0
               MOVE  IW-DAILY-LIMIT  TO  LIMIT-EDIT
               MOVE  LIMIT-EDIT      TO  IL-DAILY-LIMIT
           ELSE
               MOVE  'NONE'          TO  IL-DAILY-LIMIT
           END-IF.
        EDIT-IMAGE-LIMITS-E.
           EXIT.

        REPORT-REJECTED SECTION.
        REPORT-REJECTED-S.
           ADD  1  TO  REJECTED-COUNT.
