      *  2026-08-19  INITIAL VERSION.                                 *
      *  2026-08-25  MAINTENANCE MOVED FROM HAND EDITS TO THE         *
      *              BERNAUTM TRANSACTION PROGRAM.                    *
      *  2026-10-15  CERTIFY AUTHORITY 'C' FOR THE MODEL-GOVERNANCE   *
      *              SIGN-OFF OF A MASTER BUILD ON BERNCERT.          *
      *                                                                *
      ******************************************************************
       05  BA-OPERATOR               PIC X(08).
       05  BA-AUTHORITY              PIC X(01).
           88  BA-CAN-BUILD-TABLES           VALUE 'P'.
           88  BA-INQUIRY-ONLY               VALUE 'I'.
           88  BA-CAN-CERTIFY                VALUE 'C'.
       05  BA-SEP3                   PIC X(01).
       05  BA-NAME                   PIC X(20).
