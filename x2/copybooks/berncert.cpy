      ******************************************************************
      *                                                                *
      *  BERNCERT.CPY                                                 *
      *                                                                *
      *  One record of the master-build certification ledger          *
      *  (BERNCERT), keyed on the BM-RUN-DATE / BM-RUN-JOBNAME that   *
      *  BERNMST stamps on every record of a build.  BERNVRFY,        *
      *  BERNCMP and BERNAUDT each post their return code against     *
      *  the build they examined, and BERNSIGN records the sign-off   *
      *  of an operator holding the certify authority 'C' on          *
      *  BERNAUTH.  A build is certified only while CT-CERT-STATUS    *
      *  is 'C'; a check re-posted with a failing return code after   *
      *  sign-off withdraws the certification ('W').  All access      *
      *  goes through the BERNCLG subprogram; CT-KEY is the record    *
      *  key.                                                         *
      *                                                                *
      *  2026-10-15  INITIAL VERSION.                                 *
      *                                                                *
      ******************************************************************
       05  CT-KEY.
           10  CT-RUN-DATE           PIC 9(08).
           10  CT-RUN-JOBNAME        PIC X(08).
       05  CT-VRFY.
           10  CT-VRFY-DONE          PIC X(01).
               88  CT-VRFY-POSTED            VALUE 'Y'.
           10  CT-VRFY-RC            PIC 9(02).
               88  CT-VRFY-PASSED            VALUE 0.
           10  CT-VRFY-DATE          PIC 9(08).
           10  CT-VRFY-TIME          PIC 9(08).
       05  CT-CMP.
           10  CT-CMP-DONE           PIC X(01).
               88  CT-CMP-POSTED             VALUE 'Y'.
           10  CT-CMP-RC             PIC 9(02).
               88  CT-CMP-PASSED             VALUE 0.
           10  CT-CMP-DATE           PIC 9(08).
           10  CT-CMP-TIME           PIC 9(08).
       05  CT-AUDT.
           10  CT-AUDT-DONE          PIC X(01).
               88  CT-AUDT-POSTED            VALUE 'Y'.
           10  CT-AUDT-RC            PIC 9(02).
               88  CT-AUDT-PASSED            VALUE 0 4.
           10  CT-AUDT-DATE          PIC 9(08).
           10  CT-AUDT-TIME          PIC 9(08).
       05  CT-CERT-STATUS            PIC X(01).
           88  CT-IS-PENDING                 VALUE 'P'.
           88  CT-IS-CERTIFIED               VALUE 'C'.
           88  CT-IS-WITHDRAWN               VALUE 'W'.
       05  CT-CERT-OPERATOR          PIC X(08).
       05  CT-CERT-DATE              PIC 9(08).
       05  CT-CERT-TIME              PIC 9(08).
