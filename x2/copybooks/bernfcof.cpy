      ******************************************************************
      *                                                                *
      *  BERNFCOF.CPY                                                 *
      *                                                                *
      *  One record of the keyed Faulhaber coefficient file           *
      *  (BERNFCOF), loaded by BERNFAUL.  Each record carries one     *
      *  coefficient A(P,K) of the power-sum polynomial               *
      *                                                                *
      *      S (N) = SUM  A(P,K) * N**K          K = 1 .. P+1         *
      *       P                                                       *
      *                                                                *
      *  as an exact reduced fraction in the multi-word form of       *
      *  BERNTAB.CPY (sign byte, then eight-digit words most          *
      *  significant first).  Every sum is zero at N = 0, so there is *
      *  no constant term and no record for K = 0.  FC-ZERO-FLAG      *
      *  marks a coefficient that is zero because the B(J) behind it  *
      *  is zero by definition.  FC-RUN-DATE and FC-RUN-JOBNAME       *
      *  identify the certified BERNMAST build the coefficients were  *
      *  derived from; FC-BUILT-DATE is the date of the BERNFAUL run. *
      *  FC-KEY (power P, then power of N) is the record key.         *
      *                                                                *
      *  2026-10-15  INITIAL VERSION.                                 *
      *                                                                *
      ******************************************************************
       05  FC-KEY.
           10  FC-P                  PIC 9(02).
           10  FC-POWER              PIC 9(02).
       05  FC-NUM.
           10  FC-NUM-SIGN           PIC X(01).
           10  FC-NUM-MAG            PIC X(48).
       05  FC-DEN.
           10  FC-DEN-MAG            PIC X(32).
       05  FC-ZERO-FLAG              PIC X(01).
           88  FC-IS-ZERO-COEF               VALUE 'Y'.
           88  FC-IS-COMPUTED-COEF           VALUE 'N'.
       05  FC-RUN-DATE               PIC 9(08).
       05  FC-RUN-JOBNAME            PIC X(08).
       05  FC-BUILT-DATE             PIC 9(08).

