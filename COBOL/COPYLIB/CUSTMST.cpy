      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      ******************************************************************
      *  CUSTMST - CUSTOMER ACCOUNT MASTER RECORD LAYOUT.              *
      *  ONE RECORD PER CUSTOMER ACCOUNT, HELD ON A KEYED (VSAM KSDS)  *
      *  FILE WHOSE KEY IS THE ACCOUNT NUMBER.  READ BY KEY BY         *
      *  COMP3001 FOR EVERY COMBINED CUSTOMER DETAIL - A DETAIL WHOSE  *
      *  ACCOUNT IS NOT ON THE MASTER OR IS CLOSED ON IT IS REFUSED -  *
      *  AND UPDATED IN PLACE BY THE MASTER MAINTENANCE FACILITY       *
      *  (COMP3010), WHICH APPLIES ADD/CHANGE/CLOSE TRANSACTIONS FROM  *
      *  THE CONTROL DESK.  THE KANA NAME IS THE REGISTERED NAME IN    *
      *  THE SAME SINGLE-BYTE HALF-WIDTH KATAKANA FORM AS              *
      *  IN-CUST-KANA.                                                 *
      ******************************************************************
       01  CUST-MASTER-REC.
           02  CM-ACCOUNT       PICTURE 9(10).
