003900*  entries must carry numerator 0 and denominator 1.            *
004000*                                                                *
004100*  Provenance fields (BM-RUN-DATE, BM-RUN-JOBNAME) are          *
004200*  reported but never failed on.  They name the build whose     *
004210*  return code is posted to the BERNCERT certification ledger   *
004220*  (through BERNCLG) at the end of the run; a master carrying   *
004230*  more than one build stamp, or none, is not posted and can    *
004240*  therefore never be signed off.                               *
004300*                                                                *
004400*  RETURN-CODE is the worst failure class found, so the         *
004500*  scheduler can hold the sign-off package:                     *
005600*  ---------------------                                        *
005700*  2026-08-28  ASG  New program, for the model-governance       *
005800*                   second-source requirement.                  *
005810*  2026-10-15  ASG  Return code posted against the build on the *
005820*                   BERNCERT certification ledger.              *
005900*                                                                *
006000******************************************************************
006100 ENVIRONMENT DIVISION.
009700     88  VF-HAS-ANY-MISMATCH        VALUE 'Y'.
009800 77  VF-PROV-SHOWN          PIC X(01) VALUE 'N'.
009900     88  VF-PROV-REPORTED           VALUE 'Y'.
009910 77  VF-MIXED-SW            PIC X(01) VALUE 'N'.
009920     88  VF-MIXED-BUILDS            VALUE 'Y'.
009930 77  VF-RUN-DATE            PIC 9(08) VALUE ZERO.
009940 77  VF-RUN-JOBNAME         PIC X(08) VALUE SPACES.
010000*
010100 77  VF-RECORDS-READ        PIC 9(04) COMP VALUE ZERO.
010200 77  VF-RECORDS-OK          PIC 9(04) COMP VALUE ZERO.
020800 01  VF-VSC-DEN-X REDEFINES VF-VSC-DEN-GROUP
020900                            PIC X(32).
021000*
021010******************************************************************
021020*    WORK AREAS FOR THE CALL INTERFACE TO BERNCLG                *
021030******************************************************************
021040 01  W-FUNCTION-CODE        PIC X(01).
021050 01  W-CERT.
021060     COPY "berncert.cpy"
021070         REPLACING LEADING ==CT== BY ==WC==.
021080 01  W-STATUS               PIC X(02).
021090*
021100 PROCEDURE DIVISION.
021200*
021300 0000-MAINLINE.
025100             BM-RUN-DATE " JOBNAME " BM-RUN-JOBNAME
025200             " (REPORTED, NOT VERIFIED)"
025300         MOVE 'Y' TO VF-PROV-SHOWN
025310         MOVE BM-RUN-DATE    TO VF-RUN-DATE
025320         MOVE BM-RUN-JOBNAME TO VF-RUN-JOBNAME
025330     ELSE
025340         IF BM-RUN-DATE NOT = VF-RUN-DATE
025350           OR BM-RUN-JOBNAME NOT = VF-RUN-JOBNAME
025360             IF NOT VF-MIXED-BUILDS
025370                 DISPLAY "BERNVRFY: MASTER INDEX " BM-INDEX
025380                     " CARRIES RUN " BM-RUN-DATE " JOBNAME "
025390                     BM-RUN-JOBNAME " -- MORE THAN ONE BUILD"
025391             END-IF
025392             MOVE 'Y' TO VF-MIXED-SW
025393         END-IF
025400     END-IF
025500     IF BM-INDEX > BT-MAX-INDEX
025600         DISPLAY "BERNVRFY: *** MASTER INDEX " BM-INDEX
078800     MOVE MQ-SETVAL TO MQ-WORK.
078900 7610-EXIT.
079000     EXIT.
079002*
079004******************************************************************
079006*    8500  POST-LEDGER -- post the run's return code against     *
079008*          the build on the BERNCERT certification ledger.  A    *
079010*          ledger that cannot be posted is reported but does     *
079012*          not change the return code: the build simply stays    *
079014*          unsigned until a posting succeeds.                    *
079016******************************************************************
079018 8500-POST-LEDGER.
079020     IF VF-RUN-DATE = ZERO OR VF-RUN-JOBNAME = SPACES
079022         DISPLAY "BERNVRFY: NO BUILD STAMP ON THE MASTER, "
079024             "NOTHING POSTED TO BERNCERT"
079026         GO TO 8500-EXIT
079028     END-IF
079030     IF VF-MIXED-BUILDS
079032         DISPLAY "BERNVRFY: MASTER CARRIES MORE THAN ONE BUILD, "
079034             "NOTHING POSTED TO BERNCERT"
079036         GO TO 8500-EXIT
079038     END-IF
079040     MOVE VF-RUN-DATE    TO WC-RUN-DATE
079042     MOVE VF-RUN-JOBNAME TO WC-RUN-JOBNAME
079044     MOVE RETURN-CODE    TO WC-VRFY-RC
079046     MOVE 'V' TO W-FUNCTION-CODE
079048     CALL "BERNCLG" USING W-FUNCTION-CODE
079050                          W-CERT
079052                          W-STATUS
079054     IF W-STATUS NOT = '00'
079056         DISPLAY "BERNVRFY: *** POSTING TO BERNCERT FAILED, "
079058             "STATUS=" W-STATUS " -- BUILD CANNOT BE SIGNED OFF"
079060         GO TO 8500-EXIT
079062     END-IF
079064     DISPLAY "BERNVRFY: RC " WC-VRFY-RC " POSTED TO BERNCERT FOR "
079066         "BUILD " WC-RUN-DATE " " WC-RUN-JOBNAME
079068     IF WC-IS-WITHDRAWN
079070         DISPLAY "BERNVRFY: *** CERTIFICATION OF BUILD "
079072             WC-RUN-DATE " " WC-RUN-JOBNAME " WITHDRAWN"
079074     END-IF.
079076 8500-EXIT.
079078     EXIT.
079100*
079200******************************************************************
079300*    9000  END-RUN -- the worst failure class becomes the job    *
081800         DISPLAY "BERNVRFY: MASTER AGREES WITH THE "
081900             "AKIYAMA-TANIGAWA TRANSFORM"
082000     END-IF
082050     PERFORM 8500-POST-LEDGER THRU 8500-EXIT
082100     STOP RUN.
