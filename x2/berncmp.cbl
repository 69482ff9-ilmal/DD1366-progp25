002800*      also a hard failure -- history never shrinks.            *
002900*                                                                *
003000*  Provenance fields (BM-RUN-DATE, BM-RUN-JOBNAME) are          *
003100*  reported for the sign-off file but never failed on.  The     *
003110*  return code is posted against the new build on the BERNCERT  *
003120*  certification ledger (through BERNCLG) at the end of the     *
003130*  run; a build must compare clean before it can be signed off. *
003200*                                                                *
003300*  RETURN-CODE on completion:                                   *
003400*      0   every common index identical; growth only            *
003900*  MODIFICATION HISTORY                                         *
004000*  ---------------------                                        *
004100*  2026-08-30  ASG  New program.                                *
004110*  2026-10-15  ASG  Return code posted against the new build on *
004120*                   the BERNCERT certification ledger.          *
004200*                                                                *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
009800 77  CP-NEW-RUN-DATE        PIC 9(08) VALUE ZERO.
009900 77  CP-NEW-RUN-JOB         PIC X(08) VALUE SPACES.
010000*
010010******************************************************************
010020*    WORK AREAS FOR THE CALL INTERFACE TO BERNCLG                *
010030******************************************************************
010040 01  W-FUNCTION-CODE        PIC X(01).
010050 01  W-CERT.
010060     COPY "berncert.cpy"
010070         REPLACING LEADING ==CT== BY ==WC==.
010080 01  W-STATUS               PIC X(02).
010090*
010100 PROCEDURE DIVISION.
010200*
010300 0000-MAINLINE.
026400         CP-NEW-RUN-JOB.
026500 8000-EXIT.
026600     EXIT.
026602*
026604******************************************************************
026606*    8500  POST-LEDGER -- post the run's return code against     *
026608*          the new build on the BERNCERT certification ledger.   *
026610*          A ledger that cannot be posted is reported but does   *
026612*          not change the return code: the build simply stays    *
026614*          unsigned until a posting succeeds.                    *
026616******************************************************************
026618 8500-POST-LEDGER.
026620     IF CP-NEW-RUN-DATE = ZERO OR CP-NEW-RUN-JOB = SPACES
026622         DISPLAY "BERNCMP: NO BUILD STAMP ON THE NEW MASTER, "
026624             "NOTHING POSTED TO BERNCERT"
026626         GO TO 8500-EXIT
026628     END-IF
026630     MOVE CP-NEW-RUN-DATE TO WC-RUN-DATE
026632     MOVE CP-NEW-RUN-JOB  TO WC-RUN-JOBNAME
026634     MOVE RETURN-CODE     TO WC-CMP-RC
026636     MOVE 'M' TO W-FUNCTION-CODE
026638     CALL "BERNCLG" USING W-FUNCTION-CODE
026640                          W-CERT
026642                          W-STATUS
026644     IF W-STATUS NOT = '00'
026646         DISPLAY "BERNCMP: *** POSTING TO BERNCERT FAILED, "
026648             "STATUS=" W-STATUS " -- BUILD CANNOT BE SIGNED OFF"
026650         GO TO 8500-EXIT
026652     END-IF
026654     DISPLAY "BERNCMP: RC " WC-CMP-RC " POSTED TO BERNCERT FOR "
026656         "BUILD " WC-RUN-DATE " " WC-RUN-JOBNAME
026658     IF WC-IS-WITHDRAWN
026660         DISPLAY "BERNCMP: *** CERTIFICATION OF BUILD "
026662             WC-RUN-DATE " " WC-RUN-JOBNAME " WITHDRAWN"
026664     END-IF.
026666 8500-EXIT.
026668     EXIT.
026700*
026800******************************************************************
026900*    9000  END-RUN -- set the job return code                    *
027900             DISPLAY "BERNCMP: HISTORY HELD"
028000         END-IF
028100     END-IF
028150     PERFORM 8500-POST-LEDGER THRU 8500-EXIT
028200     STOP RUN.
