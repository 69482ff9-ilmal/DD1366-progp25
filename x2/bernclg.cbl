000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNCLG.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNCLG                                                      *
001100*                                                                *
001200*  Callable access to the master-build certification ledger     *
001300*  (BERNCERT).  A freshly loaded BERNMAST used to be live the   *
001400*  moment BERNMJOB's LOAD step ended; BERNVRFY, BERNCMP and     *
001500*  BERNAUDT left only a return code and a SYSOUT listing, and   *
001600*  nobody formally signed a build off.  The ledger holds one    *
001700*  record per build, keyed on the BM-RUN-DATE / BM-RUN-JOBNAME  *
001800*  stamped by BERNMST, carrying each check's return code and    *
001900*  the model-governance sign-off.  Every program that posts to  *
002000*  or consults the ledger does so through this subprogram, so   *
002100*  the rules for what counts as certified live in one place.    *
002200*                                                                *
002300*      CALL "BERNCLG" USING LK-FUNCTION-CODE                    *
002400*                           LK-CERT-GROUP                       *
002500*                           LK-STATUS                           *
002600*                                                                *
002700*  LK-CERT-GROUP has the BERNCERT.CPY layout.  The caller sets  *
002800*  the build key (run date and jobname) and, as the function    *
002900*  requires, one check's return code or the signing operator;   *
003000*  the ledger record as it stands after the call is returned    *
003100*  in the same area.                                            *
003200*                                                                *
003300*  Function codes:                                              *
003400*      'V'  post the BERNVRFY return code for the build         *
003500*      'M'  post the BERNCMP return code for the build          *
003600*      'A'  post the BERNAUDT return code for the build         *
003700*           (the first posting for a build creates its record,  *
003800*           pending; a failing return code posted against a     *
003900*           certified build withdraws the certification)        *
004000*      'S'  sign the build off for LK-CT-CERT-OPERATOR; the     *
004100*           caller has already checked the 'C' authority on     *
004200*           BERNAUTH.  Refused unless all three checks are      *
004300*           posted and passed (BERNVRFY 0, BERNCMP 0, BERNAUDT  *
004400*           0 or 4)                                             *
004500*      'Q'  query the build's certification                     *
004600*                                                                *
004700*  Status codes returned:                                       *
004800*      '00'  normal completion ('Q': the build is certified)    *
004900*      '04'  no ledger record for the build                     *
005000*      '06'  'Q' only: the build is on the ledger but is not    *
005100*            certified (pending or withdrawn)                   *
005200*      '08'  ledger unavailable (open failed)                   *
005300*      '10'  'S' only: sign-off refused, a check is missing or  *
005400*            did not pass                                       *
005500*      '12'  keyed READ, WRITE or REWRITE failed                *
005600*      '14'  'S' only: the build is already certified           *
005700*      '16'  unrecognised function code                         *
005800*                                                                *
005900*  The ledger is opened and closed within each CALL; the        *
006000*  callers touch it a handful of times per run at most.         *
006100*                                                                *
006200*  MODIFICATION HISTORY                                         *
006300*  ---------------------                                        *
006400*  2026-10-15  ASG  New subprogram.                             *
006500*                                                                *
006600******************************************************************
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT BERNCERT    ASSIGN TO "BERNCERT"
007100         ORGANIZATION INDEXED
007200         ACCESS MODE RANDOM
007300         RECORD KEY IS CT-KEY
007400         FILE STATUS IS FS-BERNCERT.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800*
007900 FD  BERNCERT.
008000 01  BERNCERT-RECORD.
008100******************************************************************
008200*    CERTIFICATION LEDGER RECORD (CT-KEY IS THE RECORD KEY)      *
008300******************************************************************
008400     COPY "berncert.cpy".
008500*
008600 WORKING-STORAGE SECTION.
008700*
008800 01  FS-BERNCERT            PIC X(02).
008900*
009000 77  CL-ON-FILE-SW          PIC X(01).
009100     88  CL-RECORD-ON-FILE          VALUE 'Y'.
009200 77  CL-DATE                PIC 9(08).
009300 77  CL-TIME                PIC 9(08).
009400*
009500 LINKAGE SECTION.
009600 01  LK-FUNCTION-CODE           PIC X(01).
009700 01  LK-CERT-GROUP.
009800     COPY "berncert.cpy"
009900         REPLACING LEADING ==CT== BY ==LK-CT==.
010000 01  LK-STATUS                  PIC X(02).
010100*
010200 PROCEDURE DIVISION USING LK-FUNCTION-CODE
010300                           LK-CERT-GROUP
010400                           LK-STATUS.
010500*
010600 0000-MAINLINE.
010700     EVALUATE LK-FUNCTION-CODE
010800         WHEN 'V'
010900         WHEN 'M'
011000         WHEN 'A'
011100             PERFORM 1000-POST-CHECK THRU 1000-EXIT
011200         WHEN 'S'
011300             PERFORM 2000-SIGN-OFF THRU 2000-EXIT
011400         WHEN 'Q'
011500             PERFORM 3000-QUERY-BUILD THRU 3000-EXIT
011600         WHEN OTHER
011700             MOVE '16' TO LK-STATUS
011800     END-EVALUATE
011900     GOBACK.
012000*
012100******************************************************************
012200*    1000  POST-CHECK -- record one check's return code against  *
012300*          the build, creating the build's ledger record on its  *
012400*          first posting                                         *
012500******************************************************************
012600 1000-POST-CHECK.
012700     OPEN I-O BERNCERT
012710*    THE FIRST POSTING EVER FINDS THE LEDGER DEFINED BUT NEVER
012720*    LOADED; OPENING IT OUTPUT ONCE MAKES IT UPDATABLE
012730     IF FS-BERNCERT = "35"
012740         OPEN OUTPUT BERNCERT
012750         CLOSE BERNCERT
012760         OPEN I-O BERNCERT
012770     END-IF
012800     IF FS-BERNCERT NOT = "00"
012900         MOVE '08' TO LK-STATUS
013000         GO TO 1000-EXIT
013100     END-IF
013200     ACCEPT CL-DATE FROM DATE YYYYMMDD
013300     ACCEPT CL-TIME FROM TIME
013400     PERFORM 4000-READ-BUILD THRU 4000-EXIT
013500     IF LK-STATUS NOT = '00'
013600         CLOSE BERNCERT
013700         GO TO 1000-EXIT
013800     END-IF
013900     IF NOT CL-RECORD-ON-FILE
014000         PERFORM 1100-NEW-BUILD THRU 1100-EXIT
014100     END-IF
014200     EVALUATE LK-FUNCTION-CODE
014300         WHEN 'V'
014400             MOVE 'Y'           TO CT-VRFY-DONE
014500             MOVE LK-CT-VRFY-RC TO CT-VRFY-RC
014600             MOVE CL-DATE       TO CT-VRFY-DATE
014700             MOVE CL-TIME       TO CT-VRFY-TIME
014800         WHEN 'M'
014900             MOVE 'Y'           TO CT-CMP-DONE
015000             MOVE LK-CT-CMP-RC  TO CT-CMP-RC
015100             MOVE CL-DATE       TO CT-CMP-DATE
015200             MOVE CL-TIME       TO CT-CMP-TIME
015300         WHEN OTHER
015400             MOVE 'Y'           TO CT-AUDT-DONE
015500             MOVE LK-CT-AUDT-RC TO CT-AUDT-RC
015600             MOVE CL-DATE       TO CT-AUDT-DATE
015700             MOVE CL-TIME       TO CT-AUDT-TIME
015800     END-EVALUATE
015900*    A CERTIFIED BUILD THAT NOW FAILS A CHECK IS NO LONGER FIT
016000*    TO BE READ; THE SIGNER'S ID IS KEPT FOR THE TRAIL
016100     IF CT-IS-CERTIFIED
016200         IF NOT CT-VRFY-PASSED OR NOT CT-CMP-PASSED
016300           OR NOT CT-AUDT-PASSED
016400             MOVE 'W' TO CT-CERT-STATUS
016500         END-IF
016600     END-IF
016700     PERFORM 4100-STORE-BUILD THRU 4100-EXIT
016800     CLOSE BERNCERT.
016900 1000-EXIT.
017000     EXIT.
017100*
017200 1100-NEW-BUILD.
017300     MOVE LK-CT-KEY TO CT-KEY
017400     MOVE 'N'    TO CT-VRFY-DONE
017500     MOVE ZERO   TO CT-VRFY-RC
017600     MOVE ZERO   TO CT-VRFY-DATE
017700     MOVE ZERO   TO CT-VRFY-TIME
017800     MOVE 'N'    TO CT-CMP-DONE
017900     MOVE ZERO   TO CT-CMP-RC
018000     MOVE ZERO   TO CT-CMP-DATE
018100     MOVE ZERO   TO CT-CMP-TIME
018200     MOVE 'N'    TO CT-AUDT-DONE
018300     MOVE ZERO   TO CT-AUDT-RC
018400     MOVE ZERO   TO CT-AUDT-DATE
018500     MOVE ZERO   TO CT-AUDT-TIME
018600     MOVE 'P'    TO CT-CERT-STATUS
018700     MOVE SPACES TO CT-CERT-OPERATOR
018800     MOVE ZERO   TO CT-CERT-DATE
018900     MOVE ZERO   TO CT-CERT-TIME.
019000 1100-EXIT.
019100     EXIT.
019200*
019300******************************************************************
019400*    2000  SIGN-OFF -- certify the build for the signing         *
019500*          operator once every check is posted and passed        *
019600******************************************************************
019700 2000-SIGN-OFF.
019800     OPEN I-O BERNCERT
019900     IF FS-BERNCERT NOT = "00"
020000         MOVE '08' TO LK-STATUS
020100         GO TO 2000-EXIT
020200     END-IF
020300     PERFORM 4000-READ-BUILD THRU 4000-EXIT
020400     IF LK-STATUS NOT = '00'
020500         CLOSE BERNCERT
020600         GO TO 2000-EXIT
020700     END-IF
020800     IF NOT CL-RECORD-ON-FILE
020900         MOVE '04' TO LK-STATUS
021000         CLOSE BERNCERT
021100         GO TO 2000-EXIT
021200     END-IF
021300     MOVE BERNCERT-RECORD TO LK-CERT-GROUP
021400     IF CT-IS-CERTIFIED
021500         MOVE '14' TO LK-STATUS
021600         CLOSE BERNCERT
021700         GO TO 2000-EXIT
021800     END-IF
021900     IF NOT CT-VRFY-POSTED OR NOT CT-VRFY-PASSED
022000       OR NOT CT-CMP-POSTED OR NOT CT-CMP-PASSED
022100       OR NOT CT-AUDT-POSTED OR NOT CT-AUDT-PASSED
022200         MOVE '10' TO LK-STATUS
022300         CLOSE BERNCERT
022400         GO TO 2000-EXIT
022500     END-IF
022600     MOVE 'C'                TO CT-CERT-STATUS
022700     MOVE LK-CT-CERT-OPERATOR TO CT-CERT-OPERATOR
022800     ACCEPT CT-CERT-DATE FROM DATE YYYYMMDD
022900     ACCEPT CT-CERT-TIME FROM TIME
023000     PERFORM 4100-STORE-BUILD THRU 4100-EXIT
023100     CLOSE BERNCERT.
023200 2000-EXIT.
023300     EXIT.
023400*
023500******************************************************************
023600*    3000  QUERY-BUILD -- is the build certified?                *
023700******************************************************************
023800 3000-QUERY-BUILD.
023900     OPEN INPUT BERNCERT
024000     IF FS-BERNCERT NOT = "00"
024100         MOVE '08' TO LK-STATUS
024200         GO TO 3000-EXIT
024300     END-IF
024400     PERFORM 4000-READ-BUILD THRU 4000-EXIT
024500     CLOSE BERNCERT
024600     IF LK-STATUS NOT = '00'
024700         GO TO 3000-EXIT
024800     END-IF
024900     IF NOT CL-RECORD-ON-FILE
025000         MOVE '04' TO LK-STATUS
025100         GO TO 3000-EXIT
025200     END-IF
025300     MOVE BERNCERT-RECORD TO LK-CERT-GROUP
025400     IF NOT CT-IS-CERTIFIED
025500         MOVE '06' TO LK-STATUS
025600     END-IF.
025700 3000-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100*    4000  READ-BUILD -- keyed READ for the caller's build;      *
026200*          CL-ON-FILE-SW says whether it was there               *
026300******************************************************************
026400 4000-READ-BUILD.
026500     MOVE LK-CT-KEY TO CT-KEY
026600     MOVE 'Y'  TO CL-ON-FILE-SW
026700     MOVE '00' TO LK-STATUS
026800     READ BERNCERT
026900         INVALID KEY
027000             MOVE 'N' TO CL-ON-FILE-SW
027100             GO TO 4000-EXIT
027200     END-READ
027300     IF FS-BERNCERT NOT = "00"
027400         MOVE '12' TO LK-STATUS
027500     END-IF.
027600 4000-EXIT.
027700     EXIT.
027800*
027900******************************************************************
028000*    4100  STORE-BUILD -- REWRITE the build's record, or WRITE   *
028100*          it on its first posting, and hand it back             *
028200******************************************************************
028300 4100-STORE-BUILD.
028400     IF CL-RECORD-ON-FILE
028500         REWRITE BERNCERT-RECORD
028600             INVALID KEY
028700                 MOVE '12' TO LK-STATUS
028800                 GO TO 4100-EXIT
028900         END-REWRITE
029000     ELSE
029100         WRITE BERNCERT-RECORD
029200             INVALID KEY
029300                 MOVE '12' TO LK-STATUS
029400                 GO TO 4100-EXIT
029500         END-WRITE
029600     END-IF
029700     IF FS-BERNCERT NOT = "00"
029800         MOVE '12' TO LK-STATUS
029900         GO TO 4100-EXIT
030000     END-IF
030100     MOVE BERNCERT-RECORD TO LK-CERT-GROUP
030200     MOVE '00' TO LK-STATUS.
030300 4100-EXIT.
030400     EXIT.
