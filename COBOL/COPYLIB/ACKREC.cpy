      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  ACKREC - PARTNER ACKNOWLEDGEMENT FILE RECORD LAYOUT.          *
      *  ONE SMALL FILE COMES BACK FROM THE PARTNER FOR EACH           *
      *  GENERATION WE SHIP.  A HEADER NAMES THE GENERATION (PARTNER   *
      *  ID AND THE TAPE DATE FROM OUR HDR-RUN-DATE) AND SAYS WHETHER  *
      *  THE PARTNER ACCEPTED OR REFUSED THE TAPE; ONE REFUSAL RECORD  *
      *  FOLLOWS FOR EACH DETAIL THE PARTNER WOULD NOT TAKE, BY ITS    *
      *  TP-SEQ-NUMBER, WITH THE PARTNER'S REASON; A TRAILER CARRIES   *
      *  THE REFUSAL COUNT SO A TRUNCATED FILE IS CAUGHT.  READ BY     *
      *  COMP3018, WHICH LEDGERS THE ACKNOWLEDGEMENT AND SENDS THE     *
      *  REFUSED DETAILS TO THE REJECT FILE.  ALL THREE REDEFINE THE   *
      *  SAME 40-BYTE AREA.                                            *
      ******************************************************************
       01  ACK-REC.
           02  ACK-REC-TYPE     PICTURE X(01).
             88  ACK-HDR          VALUE  'H'.
             88  ACK-REFUSAL      VALUE  'R'.
             88  ACK-TRL          VALUE  'T'.
           02  FILLER           PICTURE X(39).
      *--  ACKNOWLEDGEMENT HEADER - THE GENERATION ACKNOWLEDGED, THE
      *--  PARTNER'S VERDICT ON THE TAPE AS A WHOLE, AND THE DATE THE
      *--  PARTNER PROCESSED IT.  A TAPE ACCEPTED WITH SOME DETAILS
      *--  REFUSED IS STILL AN ACCEPTED TAPE.
       01  ACK-HDR-REC  REDEFINES  ACK-REC.
           02  ACKH-ID          PICTURE X(01).
           02  ACKH-PARTNER-ID  PICTURE X(04).
           02  ACKH-TAPE-DATE   PICTURE X(08).
           02  ACKH-DISPOSITION PICTURE X(01).
             88  ACKH-ACCEPTED    VALUE  'A'.
             88  ACKH-REFUSED     VALUE  'R'.
           02  ACKH-ACK-DATE    PICTURE X(08).
           02  FILLER           PICTURE X(18).
      *--  ONE REFUSED DETAIL - ITS SEQUENCE NUMBER ON THE SHIPPED
      *--  GENERATION AND THE PARTNER'S REASON CODE AND TEXT.
       01  ACK-REFUSAL-REC  REDEFINES  ACK-REC.
           02  ACKR-ID          PICTURE X(01).
           02  ACKR-SEQ-NUMBER  PICTURE 9(07).
           02  ACKR-REASON-CODE PICTURE X(04).
           02  ACKR-REASON-TEXT PICTURE X(20).
           02  FILLER           PICTURE X(08).
      *--  ACKNOWLEDGEMENT TRAILER - HOW MANY REFUSAL RECORDS THE
      *--  PARTNER SENT.
       01  ACK-TRL-REC  REDEFINES  ACK-REC.
           02  ACKT-ID                PICTURE X(01).
           02  ACKT-REFUSAL-COUNT     PICTURE 9(07).
           02  FILLER                 PICTURE X(32).
