      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  GLMAP - GENERAL-LEDGER MAPPING RECORD LAYOUT.  THE MAPPING    *
      *  FILE FINANCE MAINTAINS TO SAY WHICH GL CODE EACH SETTLED      *
      *  ACCOUNT POSTS TO.  AN 'A' RECORD MAPS ONE ACCOUNT, OR AN      *
      *  INCLUSIVE RANGE OF ACCOUNTS, TO A GL CODE - A ZERO OR BLANK   *
      *  HIGH ACCOUNT MEANS THE LOW ACCOUNT ALONE - AND NO TWO RANGES  *
      *  MAY OVERLAP.  A 'C' RECORD NAMES THE CLEARING ACCOUNT THAT    *
      *  TAKES A PARTNER'S BALANCING ENTRY.  READ BY COMP3019, WHICH   *
      *  REFUSES THE WHOLE FILE IF ANY RECORD IS MALFORMED, SO A       *
      *  JOURNAL IS NEVER BUILT FROM A MAP THAT COULD SEND ONE ACCOUNT *
      *  TO TWO CODES.                                                 *
      ******************************************************************
       01  GL-MAP-REC.
           02  GM-REC-TYPE      PICTURE X(01).
             88  GM-ACCOUNT-MAP   VALUE  'A'.
             88  GM-CLEARING-MAP  VALUE  'C'.
      *--  ACCOUNT RANGE - ON AN 'A' RECORD ONLY.
           02  GM-LOW-ACCOUNT   PICTURE 9(10).
           02  GM-HIGH-ACCOUNT  PICTURE 9(10).
           02  GM-HIGH-ACCOUNT-X  REDEFINES  GM-HIGH-ACCOUNT
                                PICTURE X(10).
      *--  PARTNER WHOSE CLEARING ACCOUNT THIS IS - ON A 'C' RECORD
      *--  ONLY.
           02  GM-PARTNER-ID    PICTURE X(04).
           02  GM-GL-CODE       PICTURE X(10).
           02  GM-DESCRIPTION   PICTURE X(15).
