002400*      'G'  get the master record for B(LK-INDEX); the master   *
002500*           is opened on the first 'G' and held open across     *
002600*           CALLs within the run                                *
002610*      'A'  get B(LK-INDEX) as of the date the caller places    *
002620*           in LK-RUN-DATE: the entry comes from the BERNHIST   *
002630*           build history, out of the last build loaded on or   *
002640*           before that date, and LK-RUN-DATE / LK-RUN-JOBNAME  *
002650*           come back as that build's stamp.  The history is    *
002660*           opened on the first 'A' and held open; a job that   *
002670*           never asks 'A' needs no BERNHIST DD                 *
002700*      'C'  close the master and the history (end of the        *
002710*           consuming job)                                      *
002800*                                                                *
002900*  Status codes returned:                                       *
003000*      '00'  normal completion                                  *
003100*      '04'  no master record for the requested index (for      *
003110*            'A', none in the as-of build)                      *
003200*      '08'  master file unavailable (open failed); for 'A',    *
003210*            the history file                                   *
003220*      '10'  'A' only -- no build on the history was loaded on  *
003230*            or before the as-of date                           *
003300*      '12'  keyed READ failed for another reason               *
003400*      '16'  unrecognised function code                         *
003410*      '20'  the entry is returned, but the build that loaded   *
003420*            it is not certified on the BERNCERT ledger (or     *
003430*            the ledger cannot be read) -- not for valuation    *
003440*            use                                                *
003450*                                                                *
003460*  The ledger is consulted through BERNCLG once per build per   *
003470*  run; the answer is held until the build stamp changes or     *
003480*  the master is closed.  An as-of answer is checked against    *
003490*  the ledger in the same way, so '20' can also be returned for *
003495*  'A'.                                                         *
003500*                                                                *
003600*  MODIFICATION HISTORY                                         *
003700*  ---------------------                                        *
003800*  2026-08-13  ASG  New subprogram.                             *
003810*  2026-08-16  ASG  Linkage carried onto the multi-word        *
003820*                   fraction form for the B(60) ceiling.        *
003830*  2026-10-15  ASG  Status '20' for an entry from a build not   *
003840*                   certified on the BERNCERT ledger.           *
003850*  2026-10-15  ASG  As-of function 'A' over the BERNHIST build  *
003860*                   history.                                    *
003900*                                                                *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004600         ACCESS MODE RANDOM
004700         RECORD KEY IS BM-INDEX
004800         FILE STATUS IS FS-BERNMAST.
004810     SELECT BERNHIST    ASSIGN TO "BERNHIST"
004820         ORGANIZATION INDEXED
004830         ACCESS MODE DYNAMIC
004840         RECORD KEY IS BH-KEY
004850         FILE STATUS IS FS-BERNHIST.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005600*    KEYED MASTER RECORD (BM-INDEX IS THE RECORD KEY)            *
005700******************************************************************
005800     COPY "bernmstr.cpy".
005810*
005820 FD  BERNHIST.
005830 01  HIST-RECORD.
005840******************************************************************
005850*    BUILD HISTORY RECORD (BH-KEY IS THE RECORD KEY)             *
005860******************************************************************
005870     COPY "bernhist.cpy".
005900*
006000 WORKING-STORAGE SECTION.
006100*
006200 01  FS-BERNMAST            PIC X(02).
006210 01  FS-BERNHIST            PIC X(02).
006300*
006400 77  LKP-OPEN-SW            PIC X(01) VALUE 'N'.
006500     88  LKP-MASTER-OPEN            VALUE 'Y'.
006510 77  LKP-CERT-SW            PIC X(01) VALUE 'N'.
006520     88  LKP-BUILD-CERTIFIED        VALUE 'Y'.
006530 77  LKP-CERT-DATE          PIC 9(08) VALUE ZERO.
006540 77  LKP-CERT-JOBNAME       PIC X(08) VALUE SPACES.
006544 77  LKP-CHECK-DATE         PIC 9(08).
006548 77  LKP-CHECK-JOBNAME      PIC X(08).
006552 77  LKP-HIST-SW            PIC X(01) VALUE 'N'.
006556     88  LKP-HISTORY-OPEN           VALUE 'Y'.
006560 77  LKP-SCAN-SW            PIC X(01).
006564     88  LKP-SCAN-DONE              VALUE 'Y'.
006568 77  LKP-ASOF-SW            PIC X(01) VALUE 'N'.
006572     88  LKP-ASOF-BUILD-FOUND       VALUE 'Y'.
006576 77  LKP-ASOF-DATE          PIC 9(08) VALUE ZERO.
006580*
006584******************************************************************
006588*    THE BUILD ANSWERING FOR LKP-ASOF-DATE, HELD UNTIL THE       *
006592*    CALLER ASKS FOR ANOTHER DATE, AND ITS LOAD STAMP AGAINST    *
006596*    WHICH EACH BUILD ON THE HISTORY IS MEASURED                 *
006600******************************************************************
006604 01  LKP-ASOF-BUILD.
006608     05  LKP-ASOF-RUN-DATE  PIC 9(08).
006612     05  LKP-ASOF-JOBNAME   PIC X(08).
006616 01  LKP-BEST-LOAD.
006620     05  LKP-BEST-LOAD-DATE PIC 9(08).
006624     05  LKP-BEST-LOAD-TIME PIC 9(08).
006628 01  LKP-THIS-LOAD.
006632     05  LKP-THIS-LOAD-DATE PIC 9(08).
006636     05  LKP-THIS-LOAD-TIME PIC 9(08).
006640*
006644*
006648******************************************************************
006652*    WORK AREAS FOR THE CALL INTERFACE TO BERNCLG                *
006656******************************************************************
006660 01  W-FUNCTION-CODE        PIC X(01).
006664 01  W-CERT.
006668     COPY "berncert.cpy"
006672         REPLACING LEADING ==CT== BY ==WC==.
006676 01  W-STATUS               PIC X(02).
006680*
006700 LINKAGE SECTION.
006800 01  LK-FUNCTION-CODE           PIC X(01).
006900 01  LK-INDEX                   PIC 9(02).
008500     EVALUATE LK-FUNCTION-CODE
008600         WHEN 'G'
008700             PERFORM 1000-GET-ENTRY THRU 1000-EXIT
008710         WHEN 'A'
008720             PERFORM 3000-GET-AS-OF THRU 3000-EXIT
008800         WHEN 'C'
008900             PERFORM 2000-CLOSE-MASTER THRU 2000-EXIT
009000         WHEN OTHER
012100     MOVE BM-ZERO-FLAG   TO LK-ZERO-FLAG
012200     MOVE BM-RUN-DATE    TO LK-RUN-DATE
012300     MOVE BM-RUN-JOBNAME TO LK-RUN-JOBNAME
012400     MOVE '00'           TO LK-STATUS
012405     MOVE BM-RUN-DATE    TO LKP-CHECK-DATE
012408     MOVE BM-RUN-JOBNAME TO LKP-CHECK-JOBNAME
012410     PERFORM 1100-CHECK-CERTIFIED THRU 1100-EXIT
012420     IF NOT LKP-BUILD-CERTIFIED
012430         MOVE '20' TO LK-STATUS
012440     END-IF.
012500 1000-EXIT.
012600     EXIT.
012603*
012606******************************************************************
012609*    1100  CHECK-CERTIFIED -- ask the ledger about the build     *
012612*          named in LKP-CHECK-DATE / LKP-CHECK-JOBNAME, unless   *
012615*          the answer for that build is already held.  Anything  *
012618*          but a certified answer counts as not certified.       *
012621******************************************************************
012624 1100-CHECK-CERTIFIED.
012627     IF LKP-CHECK-DATE = LKP-CERT-DATE
012630       AND LKP-CHECK-JOBNAME = LKP-CERT-JOBNAME
012633         GO TO 1100-EXIT
012636     END-IF
012639     MOVE LKP-CHECK-DATE    TO LKP-CERT-DATE
012642     MOVE LKP-CHECK-JOBNAME TO LKP-CERT-JOBNAME
012645     MOVE LKP-CHECK-DATE    TO WC-RUN-DATE
012648     MOVE LKP-CHECK-JOBNAME TO WC-RUN-JOBNAME
012651     MOVE 'Q' TO W-FUNCTION-CODE
012654     CALL "BERNCLG" USING W-FUNCTION-CODE
012657                          W-CERT
012660                          W-STATUS
012663     IF W-STATUS = '00'
012666         MOVE 'Y' TO LKP-CERT-SW
012669     ELSE
012672         MOVE 'N' TO LKP-CERT-SW
012675     END-IF.
012678 1100-EXIT.
012681     EXIT.
012700*
012800******************************************************************
012900*    2000  CLOSE-MASTER -- release the files at end of job       *
013000******************************************************************
013100 2000-CLOSE-MASTER.
013200     IF LKP-MASTER-OPEN
013300         CLOSE BERNMAST
013400         MOVE 'N' TO LKP-OPEN-SW
013500     END-IF
013501     IF LKP-HISTORY-OPEN
013502         CLOSE BERNHIST
013503         MOVE 'N' TO LKP-HIST-SW
013504     END-IF
013505     MOVE 'N'    TO LKP-ASOF-SW
013506     MOVE ZERO   TO LKP-ASOF-DATE
013510     MOVE 'N'    TO LKP-CERT-SW
013520     MOVE ZERO   TO LKP-CERT-DATE
013530     MOVE SPACES TO LKP-CERT-JOBNAME
013600     MOVE '00' TO LK-STATUS.
013700 2000-EXIT.
013800     EXIT.
013900*
014000******************************************************************
014100*    3000  GET-AS-OF -- B(LK-INDEX) from the build that was the  *
014200*          live master on the date in LK-RUN-DATE, read from     *
014300*          the BERNHIST build history                            *
014400******************************************************************
014500 3000-GET-AS-OF.
014600     IF NOT LKP-HISTORY-OPEN
014700         OPEN INPUT BERNHIST
014800         IF FS-BERNHIST NOT = "00"
014900             MOVE '08' TO LK-STATUS
015000             GO TO 3000-EXIT
015100         END-IF
015200         MOVE 'Y' TO LKP-HIST-SW
015300     END-IF
015400     IF LK-RUN-DATE NOT = LKP-ASOF-DATE
015500         MOVE LK-RUN-DATE TO LKP-ASOF-DATE
015600         PERFORM 3100-FIND-BUILD THRU 3100-EXIT
015700         IF LK-STATUS NOT = '00'
015800             MOVE ZERO TO LKP-ASOF-DATE
015900             GO TO 3000-EXIT
016000         END-IF
016100     END-IF
016200     IF NOT LKP-ASOF-BUILD-FOUND
016300         MOVE '10' TO LK-STATUS
016400         GO TO 3000-EXIT
016500     END-IF
016600     MOVE LKP-ASOF-RUN-DATE TO BH-RUN-DATE
016700     MOVE LKP-ASOF-JOBNAME  TO BH-RUN-JOBNAME
016800     MOVE LK-INDEX          TO BH-INDEX
016900     READ BERNHIST
017000         INVALID KEY
017100             MOVE '04' TO LK-STATUS
017200             GO TO 3000-EXIT
017300     END-READ
017400     IF FS-BERNHIST NOT = "00"
017500         MOVE '12' TO LK-STATUS
017600         GO TO 3000-EXIT
017700     END-IF
017800     MOVE BH-NUM         TO LK-NUM
017900     MOVE BH-DEN         TO LK-DEN
018000     MOVE BH-DEC         TO LK-DEC
018100     MOVE BH-DEC-FLAG    TO LK-DEC-FLAG
018200     MOVE BH-ZERO-FLAG   TO LK-ZERO-FLAG
018300     MOVE BH-RUN-DATE    TO LK-RUN-DATE
018400     MOVE BH-RUN-JOBNAME TO LK-RUN-JOBNAME
018500     MOVE '00'           TO LK-STATUS
018600     MOVE BH-RUN-DATE    TO LKP-CHECK-DATE
018700     MOVE BH-RUN-JOBNAME TO LKP-CHECK-JOBNAME
018800     PERFORM 1100-CHECK-CERTIFIED THRU 1100-EXIT
018900     IF NOT LKP-BUILD-CERTIFIED
019000         MOVE '20' TO LK-STATUS
019100     END-IF.
019200 3000-EXIT.
019300     EXIT.
019400*
019500******************************************************************
019600*    3100  FIND-BUILD -- step through the history one build at   *
019700*          a time (the first record of each, then a START past   *
019800*          its last index) and keep the build with the latest    *
019900*          load stamp not after the as-of date                   *
020000******************************************************************
020100 3100-FIND-BUILD.
020200     MOVE '00'       TO LK-STATUS
020300     MOVE 'N'        TO LKP-ASOF-SW
020400     MOVE 'N'        TO LKP-SCAN-SW
020500     MOVE ZERO       TO LKP-BEST-LOAD-DATE
020600     MOVE ZERO       TO LKP-BEST-LOAD-TIME
020700     MOVE LOW-VALUES TO BH-KEY
020800     START BERNHIST KEY IS NOT LESS THAN BH-KEY
020900         INVALID KEY
021000             GO TO 3100-EXIT
021100     END-START
021200     PERFORM 3110-ONE-BUILD THRU 3110-EXIT
021300         UNTIL LKP-SCAN-DONE.
021400 3100-EXIT.
021500     EXIT.
021600*
021700 3110-ONE-BUILD.
021800     READ BERNHIST NEXT RECORD
021900         AT END
022000             MOVE 'Y' TO LKP-SCAN-SW
022100             GO TO 3110-EXIT
022200     END-READ
022300     IF FS-BERNHIST NOT = "00"
022400         MOVE '12' TO LK-STATUS
022500         MOVE 'Y'  TO LKP-SCAN-SW
022600         GO TO 3110-EXIT
022700     END-IF
022800     MOVE BH-LOAD-DATE TO LKP-THIS-LOAD-DATE
022900     MOVE BH-LOAD-TIME TO LKP-THIS-LOAD-TIME
023000     IF LKP-THIS-LOAD-DATE NOT > LKP-ASOF-DATE
023100       AND LKP-THIS-LOAD > LKP-BEST-LOAD
023200         MOVE LKP-THIS-LOAD  TO LKP-BEST-LOAD
023300         MOVE BH-RUN-DATE    TO LKP-ASOF-RUN-DATE
023400         MOVE BH-RUN-JOBNAME TO LKP-ASOF-JOBNAME
023500         MOVE 'Y'            TO LKP-ASOF-SW
023600     END-IF
023700     MOVE 99 TO BH-INDEX
023800     START BERNHIST KEY IS GREATER THAN BH-KEY
023900         INVALID KEY
024000             MOVE 'Y' TO LKP-SCAN-SW
024100     END-START.
024200 3110-EXIT.
024300     EXIT.
