004200*      16  journal disagrees with the checkpoint high index     *
004300*      20  a dataset could not be opened or read                *
004400*                                                                *
004410*  The return code is posted to the BERNCERT certification      *
004420*  ledger (through BERNCLG) against the build named by the run  *
004430*  date and jobname of that last table-building journal record, *
004440*  which is the stamp BERNMST puts on the master it loads.  0   *
004450*  and 4 count as passed for the sign-off.                      *
004460*                                                                *
004500*  MODIFICATION HISTORY                                         *
004600*  ---------------------                                        *
004700*  2026-08-15  ASG  New program.                                *
004730*                   check now long-divides the digit string and *
004740*                   honours CK-DEC-FLAG for projections past    *
004750*                   the decimal picture.                        *
004760*  2026-10-15  ASG  Return code posted against the build on the *
004770*                   BERNCERT certification ledger.              *
004800*                                                                *
004900******************************************************************
005000 ENVIRONMENT DIVISION.
014200 77  AUD-CK-COUNT           PIC 9(02) COMP VALUE ZERO.
014300 77  AUD-CK-HIGH            PIC 9(02) COMP VALUE ZERO.
014400 77  AUD-JR-FINAL-M         PIC 9(02) VALUE ZERO.
014410 77  AUD-JR-DATE            PIC 9(08) VALUE ZERO.
014420 77  AUD-JR-JOBNAME         PIC X(08) VALUE SPACES.
014500*
014600 77  AUD-EXPECTED           PIC 9(02) COMP VALUE ZERO.
014700 77  AUD-INDEX              PIC 9(02).
015620 01  AUD-CDEC REDEFINES AUD-DEC-BUILD
015630                            PIC 9(18)V9(12).
015640*
015641******************************************************************
015642*    WORK AREAS FOR THE CALL INTERFACE TO BERNCLG                *
015643******************************************************************
015644 01  W-FUNCTION-CODE        PIC X(01).
015645 01  W-CERT.
015646     COPY "berncert.cpy"
015647         REPLACING LEADING ==CT== BY ==WC==.
015648 01  W-STATUS               PIC X(02).
015649*
015650 PROCEDURE DIVISION.
015700*
015800 0000-MAINLINE.
035200               OR JR-STATUS = "DISCREPANCY"
035300                 MOVE 'Y'        TO AUD-RUN-FOUND
035400                 MOVE JR-FINAL-M TO AUD-JR-FINAL-M
035410                 MOVE JR-DATE    TO AUD-JR-DATE
035420                 MOVE JR-JOBNAME TO AUD-JR-JOBNAME
035500             END-IF
035600     END-READ
035610     IF FS-BERNJRNL NOT = "00" AND NOT AUD-END-OF-JRNL
035660     END-IF.
035700 3100-EXIT.
035800     EXIT.
035802*
035804******************************************************************
035806*    8500  POST-LEDGER -- post the run's return code against     *
035808*          the build on the BERNCERT certification ledger.  A    *
035810*          ledger that cannot be posted is reported but does     *
035812*          not change the return code: the build simply stays    *
035814*          unsigned until a posting succeeds.                    *
035816******************************************************************
035818 8500-POST-LEDGER.
035820     IF NOT AUD-HAS-RUN
035822         DISPLAY "BERNAUDT: NO TABLE-BUILDING RUN IDENTIFIED, "
035824             "NOTHING POSTED TO BERNCERT"
035826         GO TO 8500-EXIT
035828     END-IF
035830     MOVE AUD-JR-DATE    TO WC-RUN-DATE
035832     MOVE AUD-JR-JOBNAME TO WC-RUN-JOBNAME
035834     MOVE RETURN-CODE    TO WC-AUDT-RC
035836     MOVE 'A' TO W-FUNCTION-CODE
035838     CALL "BERNCLG" USING W-FUNCTION-CODE
035840                          W-CERT
035842                          W-STATUS
035844     IF W-STATUS NOT = '00'
035846         DISPLAY "BERNAUDT: *** POSTING TO BERNCERT FAILED, "
035848             "STATUS=" W-STATUS " -- BUILD CANNOT BE SIGNED OFF"
035850         GO TO 8500-EXIT
035852     END-IF
035854     DISPLAY "BERNAUDT: RC " WC-AUDT-RC " POSTED TO BERNCERT FOR "
035856         "BUILD " WC-RUN-DATE " " WC-RUN-JOBNAME
035858     IF WC-IS-WITHDRAWN
035860         DISPLAY "BERNAUDT: *** CERTIFICATION OF BUILD "
035862             WC-RUN-DATE " " WC-RUN-JOBNAME " WITHDRAWN"
035864     END-IF.
035866 8500-EXIT.
035868     EXIT.
035900*
036000******************************************************************
036100*    9000  END-RUN -- worst failure class becomes the job        *
038800     IF RETURN-CODE = 0
038900         DISPLAY "BERNAUDT: DATASETS AGREE"
039000     END-IF
039050     PERFORM 8500-POST-LEDGER THRU 8500-EXIT
039100     STOP RUN.
