      ******************************************************************
      *                                                                *
      *  BERNHIST.CPY                                                 *
      *                                                                *
      *  One record of the keyed Bernoulli build history (BERNHIST).  *
      *  BERNMST writes every build's entries here as well as to      *
      *  BERNMAST, and unlike the master the history is never         *
      *  deleted and redefined by BERNMJOB, so a table can still be   *
      *  read exactly as a past run saw it after later rebuilds.      *
      *  The record carries the same entry fields as BERNMSTR.CPY,    *
      *  keyed on the build identity (the producing run's date and    *
      *  jobname) ahead of the index, plus the date and time the      *
      *  build was loaded -- the point from which it was the live     *
      *  master.  A build is written once; reloading the same build   *
      *  identity leaves its first load stamp in place.  Read through *
      *  the BERNLKP as-of function 'A'.  BH-KEY is the record key.   *
      *                                                                *
      *  2026-10-15  INITIAL VERSION.                                 *
      *                                                                *
      ******************************************************************
       05  BH-KEY.
           10  BH-RUN-DATE           PIC 9(08).
           10  BH-RUN-JOBNAME        PIC X(08).
           10  BH-INDEX              PIC 9(02).
       05  BH-NUM.
           10  BH-NUM-SIGN           PIC X(01).
           10  BH-NUM-MAG            PIC X(48).
       05  BH-DEN.
           10  BH-DEN-MAG            PIC X(32).
       05  BH-DEC                    PIC S9(18)V9(12).
       05  BH-DEC-FLAG               PIC X(01).
           88  BH-DEC-IS-VALID               VALUE 'V'.
           88  BH-DEC-HAS-OVERFLOWED         VALUE 'O'.
       05  BH-ZERO-FLAG              PIC X(01).
           88  BH-IS-ZERO-TERM               VALUE 'Y'.
           88  BH-IS-COMPUTED-TERM           VALUE 'N'.
       05  BH-LOAD-DATE              PIC 9(08).
       05  BH-LOAD-TIME              PIC 9(08).
