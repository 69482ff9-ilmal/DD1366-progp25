001900*                                                                *
002000*      H|EXTRACT DATE|EXTRACT TIME|RUN DATE|RUN JOBNAME|HIGH    *
002100*      D|INDEX|SIGN|NUMERATOR|DENOMINATOR|DECIMAL|DF|ZF         *
002200*      S|P|N|SUM|REMARK|RUN DATE|RUN JOBNAME                    *
002210*                                        (WITH THE SUMS FLAG)   *
002300*      T|DETAIL COUNT|HASH TOTAL                                *
002400*                                                                *
002500*  The header carries the extract date/time, the producing      *
002900*  numerator digits, so the receiving side can verify           *
003000*  completeness before loading.  A short control report of the  *
003100*  totals prints to SYSOUT for the transfer log.                *
003110*                                                                *
003120*  Nothing is transmitted from a build that model governance   *
003130*  has not signed off: the master's build is looked up on the   *
003140*  BERNCERT certification ledger (through BERNCLG) before the   *
003150*  extract is opened, and an uncertified build is refused.      *
003160*                                                                *
003170*  Every completed transmission file is also recorded on the    *
003180*  transfer history BERNXFRH (appended under DISP=MOD): the     *
003185*  extract date/time of the H record, the producing build, and  *
003190*  the counts and hash total of the T record.  BERNXRC matches  *
003195*  that history against the platform's acknowledgements.        *
003200*                                                                *
003300*  SYSIN card layout:                                           *
003400*      COL  01      INCLUDE-SUMS FLAG ('Y' = ALSO EXTRACT       *
003700*  RETURN-CODE on completion:                                   *
003800*      0   extract written and balanced                         *
003900*      8   master is empty, nothing to transmit                 *
003910*      12  master build not certified on BERNCERT, nothing      *
003920*          transmitted                                          *
004000*      16  parameter card rejected                              *
004100*      20  a dataset I/O error stopped the extract, or the      *
004110*          BERNCERT ledger could not be read, or the transfer   *
004120*          history could not be written                         *
004200*                                                                *
004300*  MODIFICATION HISTORY                                         *
004400*  ---------------------                                        *
004500*  2026-08-31  ASG  New program.  Retires the retyping of the   *
004600*                   BERNPUB listing by the receiving platform.  *
004610*  2026-10-15  ASG  BERNSUMO now carries the run date and       *
004620*                   jobname of the master build each sum was    *
004630*                   taken from; both are passed on the S        *
004640*                   record.                                     *
004650*  2026-10-15  ASG  A master build not certified on BERNCERT is *
004660*                   refused with RC 12.                         *
004670*  2026-10-15  ASG  Each completed extract is appended to the   *
004680*                   transfer history BERNXFRH for BERNXRC.      *
004700*                                                                *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
006300     SELECT BERNXTRO    ASSIGN TO "BERNXTRO"
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS IS FS-BERNXTRO.
006510     SELECT BERNXFRH    ASSIGN TO "BERNXFRH"
006520         ORGANIZATION LINE SEQUENTIAL
006530         FILE STATUS IS FS-BERNXFRH.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
008800     05  SU-SUM             PIC X(18).
008900     05  SU-SEP3            PIC X(01).
009000     05  SU-REMARK          PIC X(20).
009010     05  SU-SEP4            PIC X(01).
009020     05  SU-RUN-DATE        PIC 9(08).
009030     05  SU-SEP5            PIC X(01).
009040     05  SU-RUN-JOBNAME     PIC X(08).
009100*
009200 FD  BERNXTRO.
009300 01  BERNXTRO-RECORD        PIC X(132).
009310*
009320 FD  BERNXFRH.
009330 01  XFRH-RECORD.
009340******************************************************************
009350*    TRANSFER HISTORY RECORD, ONE PER COMPLETED EXTRACT          *
009360******************************************************************
009370     COPY "bernxfrh.cpy".
009400*
009500 WORKING-STORAGE SECTION.
009600*
009800 01  FS-BERNMAST            PIC X(02).
009900 01  FS-BERNSUMO            PIC X(02).
010000 01  FS-BERNXTRO            PIC X(02).
010010 01  FS-BERNXFRH            PIC X(02).
010100*
010200 77  XT-MAST-EOF            PIC X(01).
010300     88  XT-END-OF-MAST             VALUE 'Y'.
011900 77  XT-RUN-JOBNAME         PIC X(08) VALUE SPACES.
012000 77  XT-EXTRACT-DATE        PIC 9(08) VALUE ZERO.
012100 77  XT-EXTRACT-TIME        PIC 9(08) VALUE ZERO.
012110 77  XT-CERT-SW             PIC X(01) VALUE 'N'.
012120     88  XT-BUILD-CERTIFIED         VALUE 'Y'.
012200*
012300 01  XT-NUM-X               PIC X(48).
012400 01  XT-NUM-R REDEFINES XT-NUM-X.
012600 77  XT-I                   PIC 9(02) COMP.
012700 01  XT-DEC-EDIT            PIC -(18)9.9(12).
012800 01  XT-BUILD               PIC X(132).
012810*
012820******************************************************************
012830*    WORK AREAS FOR THE CALL INTERFACE TO BERNCLG                *
012840******************************************************************
012850 01  W-FUNCTION-CODE        PIC X(01).
012860 01  W-CERT.
012870     COPY "berncert.cpy"
012880         REPLACING LEADING ==CT== BY ==WC==.
012890 01  W-STATUS               PIC X(02).
012900*
013000 PROCEDURE DIVISION.
013100*
014500         DISPLAY "BERNXTR: MASTER IS EMPTY, NOTHING TO TRANSMIT"
014600         GO TO 9000-END-RUN
014700     END-IF
014710     PERFORM 2500-CHECK-CERTIFIED THRU 2500-EXIT
014720     IF XT-HAS-FATAL-ERROR OR NOT XT-BUILD-CERTIFIED
014730         GO TO 9000-END-RUN
014740     END-IF
014800     PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT
014900     GO TO 9000-END-RUN.
015000*
021000     MOVE BM-RUN-JOBNAME TO XT-RUN-JOBNAME.
021100 2100-EXIT.
021200     EXIT.
021202*
021205******************************************************************
021208*    2500  CHECK-CERTIFIED -- the build found on the first pass  *
021211*          must be certified on the BERNCERT ledger before any   *
021214*          record of it is transmitted                           *
021217******************************************************************
021220 2500-CHECK-CERTIFIED.
021223     MOVE XT-RUN-DATE    TO WC-RUN-DATE
021226     MOVE XT-RUN-JOBNAME TO WC-RUN-JOBNAME
021229     MOVE 'Q' TO W-FUNCTION-CODE
021232     CALL "BERNCLG" USING W-FUNCTION-CODE
021235                          W-CERT
021238                          W-STATUS
021241     EVALUATE W-STATUS
021244         WHEN '00'
021247             MOVE 'Y' TO XT-CERT-SW
021250         WHEN '04'
021253         WHEN '06'
021256             DISPLAY "BERNXTR: *** BUILD " XT-RUN-DATE " "
021259                 XT-RUN-JOBNAME " IS NOT CERTIFIED ON BERNCERT "
021262                 "-- NOTHING TRANSMITTED"
021265         WHEN OTHER
021268             DISPLAY "BERNXTR: BERNCERT LEDGER UNREADABLE, "
021271                 "STATUS=" W-STATUS " -- NOTHING TRANSMITTED"
021274             MOVE 'Y' TO XT-FATAL-ERROR
021277     END-EVALUATE.
021280 2500-EXIT.
021283     EXIT.
021300*
021400******************************************************************
021500*    3000  WRITE-EXTRACT -- header, one detail per master        *
024300     IF NOT XT-HAS-FATAL-ERROR
024400         PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
024500     END-IF
024600     CLOSE BERNXTRO
024610     IF NOT XT-HAS-FATAL-ERROR
024620         PERFORM 6000-RECORD-TRANSFER THRU 6000-EXIT
024630     END-IF.
024700 3000-EXIT.
024800     EXIT.
024900*
036300            SU-SUM     DELIMITED BY SIZE
036400            "|"        DELIMITED BY SIZE
036500            SU-REMARK  DELIMITED BY SIZE
036510            "|"        DELIMITED BY SIZE
036520            SU-RUN-DATE
036530                       DELIMITED BY SIZE
036540            "|"        DELIMITED BY SIZE
036550            SU-RUN-JOBNAME
036560                       DELIMITED BY SIZE
036600         INTO XT-BUILD
036700     PERFORM 8000-WRITE-RECORD THRU 8000-EXIT
036800     IF NOT XT-HAS-FATAL-ERROR
038200     PERFORM 8000-WRITE-RECORD THRU 8000-EXIT.
038300 5000-EXIT.
038400     EXIT.
038402*
038404******************************************************************
038406*    6000  RECORD-TRANSFER -- append the completed extract to    *
038408*          the transfer history; an extract the history does     *
038410*          not know of could never be reconciled, so a failure   *
038412*          here stops the run like any other I/O error           *
038414******************************************************************
038416 6000-RECORD-TRANSFER.
038418     OPEN EXTEND BERNXFRH
038420     IF FS-BERNXFRH NOT = "00"
038422         CLOSE BERNXFRH
038424         OPEN OUTPUT BERNXFRH
038426     END-IF
038428     IF FS-BERNXFRH NOT = "00"
038430         DISPLAY "BERNXTR: UNABLE TO OPEN BERNXFRH, STATUS="
038432             FS-BERNXFRH
038434         MOVE 'Y' TO XT-FATAL-ERROR
038436         GO TO 6000-EXIT
038438     END-IF
038440     MOVE SPACES          TO XFRH-RECORD
038442     MOVE XT-EXTRACT-DATE TO XH-EXTRACT-DATE
038444     MOVE XT-EXTRACT-TIME TO XH-EXTRACT-TIME
038446     MOVE XT-RUN-DATE     TO XH-RUN-DATE
038448     MOVE XT-RUN-JOBNAME  TO XH-RUN-JOBNAME
038450     MOVE XT-HIGH-INDEX   TO XH-HIGH-INDEX
038452     MOVE XT-MAST-COUNT   TO XH-MAST-COUNT
038454     MOVE XT-SUMS-COUNT   TO XH-SUMS-COUNT
038456     MOVE XT-DETAIL-COUNT TO XH-DETAIL-COUNT
038458     MOVE XT-HASH-TOTAL   TO XH-HASH-TOTAL
038460     WRITE XFRH-RECORD
038462     IF FS-BERNXFRH NOT = "00"
038464         DISPLAY "BERNXTR: WRITE TO BERNXFRH FAILED, STATUS="
038466             FS-BERNXFRH
038468         MOVE 'Y' TO XT-FATAL-ERROR
038470     END-IF
038472     CLOSE BERNXFRH.
038474 6000-EXIT.
038476     EXIT.
038500*
038600 8000-WRITE-RECORD.
038700     WRITE BERNXTRO-RECORD FROM XT-BUILD
041100         IF XT-MAST-COUNT = 0
041200             MOVE 8 TO RETURN-CODE
041300         ELSE
041310             IF NOT XT-BUILD-CERTIFIED
041320                 MOVE 12 TO RETURN-CODE
041330             ELSE
041400                 MOVE 0 TO RETURN-CODE
041410             END-IF
041500         END-IF
041600     END-IF
041700     STOP RUN.
