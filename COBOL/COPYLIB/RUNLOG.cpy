      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  RUNLOG - SHARED RUN-HISTORY LOG RECORD LAYOUT.                *
      *  ONE RECORD IS APPENDED TO PROD.COMP.RUNLOG BY EVERY EXECUTION *
      *  OF COMP3001 (TAPE BUILD), COMP3002 (LISTING), COMP3003        *
      *  (RETURN REBUILD), COMP3015 (TRANSMISSION CONVERT), COMP3021   *
      *  (HOLD RELEASE) AND COMP3024 (TAPE REISSUE), AND READ BACK BY  *
      *  THE MONTHLY OPERATIONS REPORT (COMP3007) AND THE MORNING      *
      *  STATUS SHEET (COMP3025).  RUN-TAPE-DATE IS THE RUN DATE       *
      *  CARRIED IN THE TAPE HEADER, WHICH IDENTIFIES THE GENERATION   *
      *  OF PROD.OUT.TP THE RUN WROTE OR READ.                         *
      ******************************************************************
       01  RUN-LOG-REC.
           02  RUN-PROGRAM         PICTURE X(08).
      *--  REBUILD WAS INTENTIONAL.
           02  RUN-FORCED-FLAG     PICTURE X(01).
             88  RUN-WAS-FORCED     VALUE  'Y'.
      *--  'C' AND 'P' DETAILS A BUILD HELD OFF THE TAPE FOR A
      *--  SUPERVISOR BECAUSE THEY BROKE THE PARTNER'S SINGLE-ITEM OR
      *--  PER-ACCOUNT DAILY LIMIT, AND HELD DETAILS A SUPERVISOR HAS
      *--  SINCE APPROVED THAT RODE THE BUILD PAST THE LIMITS - THE
      *--  NIGHTLY BALANCING (COMP3012) PROVES INPUT = DETAIL +
      *--  REJECTS + SKIPPED + HELD.  A COMP3021 RELEASE RUN LOGS THE
      *--  QUEUE IT READ AS ITS INPUT, ITS DECLINES AS REJECTS, ITS
      *--  APPROVALS AS RELEASED AND WHAT IS STILL WAITING AS HELD.
      *--  RECORDS LOGGED BEFORE THE FIELDS EXISTED CARRY SPACES HERE
      *--  AND BALANCE AS IF ZERO.
           02  RUN-HELD-COUNT      PICTURE 9(09).
           02  RUN-RELEASED-COUNT  PICTURE 9(09).
           02  FILLER              PICTURE X(02).
