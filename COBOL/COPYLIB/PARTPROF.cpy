      *  DDNAME/GDG ITS JCL POINTS OUTTP AT - DOCUMENTED HERE SO THE    *
      *  PROFILE IS THE ONE PLACE THAT DESCRIBES EACH PARTNER) AND BY   *
      *  COMP3003 (WHICH PARTNER A RETURNED TAPE MUST BELONG TO).      *
      *  COMP3001 ALSO TAKES THE PARTNER'S AUTHORIZATION LIMITS FROM   *
      *  IT.                                                           *
      *  THE PARTNER ID IS STAMPED INTO THE TAPE HEADER SO A RETURNED   *
      *  GENERATION CAN ALWAYS BE MATCHED BACK TO ITS OWNER.           *
      ******************************************************************
           02  PP-OUT-FORMAT    PICTURE X(01).
             88  PP-SENDS-TAPE    VALUE  'T'  ' '.
             88  PP-SENDS-XMIT    VALUE  'X'.
      *--  AUTHORIZATION LIMITS COMP3001 HOLDS THIS PARTNER'S 'C'
      *--  AND 'P' DETAILS TO.  PP-ITEM-LIMIT IS THE LARGEST SINGLE
      *--  AMOUNT, EITHER SIGN, THAT SHIPS WITHOUT A SECOND LOOK.
      *--  PP-DAILY-LIMIT IS THE MOST ONE ACCOUNT MAY BE DEBITED
      *--  (POSITIVE 'C' AMOUNTS, SUMMED OVER EVERY BUILD OF THE RUN
      *--  DATE) BEFORE ITS NEXT DEBIT IS HELD.  A DETAIL OVER EITHER
      *--  LIMIT GOES TO THE HOLD QUEUE FOR A SUPERVISOR (COMP3021)
      *--  INSTEAD OF THE TAPE.  ZERO, OR SPACES ON A RECORD FROM
      *--  BEFORE THE FIELDS EXISTED, MEANS NO LIMIT.
           02  PP-ITEM-LIMIT    PICTURE 9(11).
           02  PP-DAILY-LIMIT   PICTURE 9(11).
           02  FILLER           PICTURE X(01).
