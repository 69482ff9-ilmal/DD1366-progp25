      ******************************************************************
      *                                                                *
      *  BERNXFRH.CPY                                                 *
      *                                                                *
      *  One record of the transfer history (BERNXFRH).  BERNXTR      *
      *  appends a record under DISP=MOD for every transmission file  *
      *  it completes, carrying the same extract date/time that goes  *
      *  out on the H record, the producing build, and the counts     *
      *  and numerator hash total that go out on the T record.        *
      *  BERNXRC matches each record against the valuation platform's *
      *  acknowledgement (BERNXACK) on XH-EXTRACT-DATE and            *
      *  XH-EXTRACT-TIME.  Line sequential, 80 bytes.                 *
      *                                                                *
      *  2026-10-15  INITIAL VERSION.                                 *
      *                                                                *
      ******************************************************************
       05  XH-EXTRACT-DATE           PIC 9(08).
       05  XH-SEP1                   PIC X(01).
       05  XH-EXTRACT-TIME           PIC 9(08).
       05  XH-SEP2                   PIC X(01).
       05  XH-RUN-DATE               PIC 9(08).
       05  XH-SEP3                   PIC X(01).
       05  XH-RUN-JOBNAME            PIC X(08).
       05  XH-SEP4                   PIC X(01).
       05  XH-HIGH-INDEX             PIC 9(02).
       05  XH-SEP5                   PIC X(01).
       05  XH-MAST-COUNT             PIC 9(06).
       05  XH-SEP6                   PIC X(01).
       05  XH-SUMS-COUNT             PIC 9(06).
       05  XH-SEP7                   PIC X(01).
       05  XH-DETAIL-COUNT           PIC 9(06).
       05  XH-SEP8                   PIC X(01).
       05  XH-HASH-TOTAL             PIC 9(12).
       05  FILLER                    PIC X(08).
