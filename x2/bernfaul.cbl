000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNFAUL.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNFAUL                                                      *
001100*                                                                *
001200*  Faulhaber coefficient master and publication.  Downstream     *
001300*  systems that hard-code power-sum formulas need each sum as a  *
001400*  polynomial in N,                                              *
001500*                                                                *
001600*      S (N) = SUM  A(P,K) * N**K          K = 1 .. P+1          *
001700*       P                                                        *
001800*                                                                *
001900*      A(P,K) = C(P+1,J) * B(J) / (P+1)    J = P+1-K             *
002000*                                                                *
002100*  with B(1) taken as +1/2 (the master carries -1/2), and those  *
002200*  coefficients were being worked out by hand from the table.    *
002300*  This program derives every A(P,K), for every power P from 0   *
002400*  to the table capacity, as an exact reduced fraction from the  *
002500*  B(J) values on the certified BERNMAST, read through BERNLKP   *
002600*  exactly as BERNSUM reads them.  A master that cannot be       *
002700*  opened, an index missing from it, entries from more than one  *
002800*  build, or a build not certified on the BERNCERT ledger ends   *
002900*  the run before anything is derived.                           *
003000*                                                                *
003100*  The fractions run past any packed field (A(60,1) has a        *
003200*  43-digit numerator), so they are carried in the multi-word    *
003300*  form and with the fraction arithmetic of the BERNOULLI        *
003400*  subprogram: 128-digit working magnitudes and reduction by     *
003500*  the primes through 61, which by von Staudt-Clausen is         *
003600*  exhaustive for every denominator met here.                    *
003700*                                                                *
003800*  Before anything is released, each P is checked: the sum is    *
003900*  evaluated at the sample N from the card twice,                *
004000*  once from the new coefficients and once by BERNSUM's closed   *
004100*  form over (N+1)**(P+1-J) with the master's B(1) = -1/2, both  *
004200*  in exact arithmetic, and the two integers must agree.  Only   *
004300*  when every P agrees is the keyed coefficient file BERNFCOF    *
004400*  (BERNFCOF.CPY, keyed on P and the power of N) loaded; any     *
004500*  disagreement leaves it unwritten.                             *
004600*                                                                *
004700*  The publication, written to BERNLIST in the style of          *
004800*  BERNPUB, is titled and page-numbered, names the run from the  *
004900*  card and the source build from the master, lists the          *
005000*  coefficients of each P from the highest power of N down with  *
005100*  the two check values under them, and ends with the totals     *
005200*  and whether the coefficient file was loaded.                  *
005300*                                                                *
005400*  SYSIN card layout:                                            *
005500*      COLS 01-02   SAMPLE N FOR THE CHECK (01-50, BLANK = 10)   *
005600*      COLS 04-11   OPERATOR ID                                  *
005700*      COLS 13-20   JOB NAME                                     *
005800*      COLS 22-29   RUN DATE YYYYMMDD (BLANK = TODAY)            *
005900*                                                                *
006000*  RETURN-CODE on completion:                                    *
006100*      0   coefficients derived, every P checked, BERNFCOF       *
006200*          loaded                                                *
006300*      8   at least one P failed its check -- BERNFCOF not       *
006400*          loaded, do not release                                *
006500*      12  master exception (BERNMAST unavailable, a B(J)        *
006600*          missing from it, entries from more than one build,    *
006700*          or a build not certified on the BERNCERT ledger) --   *
006800*          nothing derived                                       *
006900*      16  parameter card rejected                               *
007000*      20  a dataset I/O error or a BERNMAST read failure        *
007100*          stopped the run                                       *
007200*                                                                *
007300*  MODIFICATION HISTORY                                          *
007400*  ---------------------                                         *
007500*  2026-10-15  ASG  New program.  Replaces the hand derivation   *
007600*                   of power-sum coefficients from the table.    *
007700*                                                                *
007800******************************************************************
007900 ENVIRONMENT DIVISION.
008000 INPUT-OUTPUT SECTION.
008100 FILE-CONTROL.
008200     SELECT PARM-FILE   ASSIGN TO "SYSIN"
008300         ORGANIZATION LINE SEQUENTIAL
008400         FILE STATUS IS FS-PARM-FILE.
008500     SELECT BERNLIST    ASSIGN TO "BERNLIST"
008600         ORGANIZATION LINE SEQUENTIAL
008700         FILE STATUS IS FS-BERNLIST.
008800     SELECT BERNFCOF    ASSIGN TO "BERNFCOF"
008900         ORGANIZATION INDEXED
009000         ACCESS MODE SEQUENTIAL
009100         RECORD KEY IS FC-KEY
009200         FILE STATUS IS FS-BERNFCOF.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
009600*
009700 FD  PARM-FILE.
009800 01  PARM-RECORD.
009900     05  PM-SAMPLE-N        PIC X(02).
010000     05  FILLER             PIC X(01).
010100     05  PM-OPERATOR        PIC X(08).
010200     05  FILLER             PIC X(01).
010300     05  PM-JOBNAME         PIC X(08).
010400     05  FILLER             PIC X(01).
010500     05  PM-RUN-DATE        PIC X(08).
010600     05  FILLER             PIC X(51).
010700*
010800 FD  BERNLIST.
010900 01  BERNLIST-RECORD        PIC X(132).
011000*
011100 FD  BERNFCOF.
011200 01  BERNFCOF-RECORD.
011300******************************************************************
011400*    KEYED COEFFICIENT RECORD (FC-KEY IS THE RECORD KEY)         *
011500******************************************************************
011600     COPY "bernfcof.cpy".
011700*
011800 WORKING-STORAGE SECTION.
011900******************************************************************
012000*    SHARED TABLE-CAPACITY CONSTANT                              *
012100******************************************************************
012200     COPY "bernlim.cpy".
012300*
012400 01  FS-PARM-FILE           PIC X(02).
012500 01  FS-BERNLIST            PIC X(02).
012600 01  FS-BERNFCOF            PIC X(02).
012700*
012800 77  FH-VALID-REQUEST       PIC X(01) VALUE 'Y'.
012900     88  FH-REQUEST-OK              VALUE 'Y'.
013000 77  FH-FATAL-ERROR         PIC X(01) VALUE 'N'.
013100     88  FH-HAS-FATAL-ERROR         VALUE 'Y'.
013200 77  FH-EXCEPTION-SW        PIC X(01) VALUE 'N'.
013300     88  FH-HAS-EXCEPTION           VALUE 'Y'.
013400 77  FH-LOADED-SW           PIC X(01) VALUE 'N'.
013500     88  FH-FILE-LOADED             VALUE 'Y'.
013600 77  FH-CHECK-RES           PIC X(01).
013700     88  FH-CHECK-AGREES            VALUE 'A'.
013800     88  FH-CHECK-DISAGREES         VALUE 'D'.
013900     88  FH-CHECK-NOT-INTEGER       VALUE 'F'.
014000     88  FH-CHECK-OVERFLOWED        VALUE 'O'.
014100*
014200 77  FH-SAMPLE-N            PIC 9(02) VALUE ZERO.
014300 77  FH-OPERATOR            PIC X(08) VALUE SPACES.
014400 77  FH-JOBNAME             PIC X(08) VALUE SPACES.
014500 77  FH-RUN-DATE            PIC 9(08) VALUE ZERO.
014600 77  FH-SRC-DATE            PIC 9(08) VALUE ZERO.
014700 77  FH-SRC-JOBNAME         PIC X(08) VALUE SPACES.
014800 77  FH-P                   PIC 9(02) COMP.
014900 77  FH-K                   PIC 9(02) COMP.
015000 77  FH-J                   PIC 9(02) COMP.
015100 77  FH-M                   PIC 9(02) COMP.
015200 77  FH-L                   PIC 9(02) COMP.
015300 77  FH-P-CHECKED           PIC 9(02) COMP VALUE ZERO.
015400 77  FH-P-FAILED            PIC 9(02) COMP VALUE ZERO.
015500 77  FH-COEF-COUNT          PIC 9(05) COMP VALUE ZERO.
015600 77  FH-ZERO-COUNT          PIC 9(05) COMP VALUE ZERO.
015700 77  FH-LOADED-COUNT        PIC 9(05) COMP VALUE ZERO.
015800 77  FH-PAGE                PIC 9(04) COMP VALUE ZERO.
015900 77  FH-LINE-COUNT          PIC 9(02) COMP VALUE 99.
016000 77  FH-PAGE-LIMIT          PIC 9(02) COMP VALUE 50.
016100 77  FH-COUNT-EDIT          PIC ZZZZ9.
016200 77  FH-P-EDIT              PIC Z9.
016300*
016400 77  W-FUNCTION-CODE        PIC X(01).
016500 77  W-INDEX                PIC 9(02).
016600 01  W-ENTRY.
016700     05  W-NUM.
016800         10  W-NUM-SIGN     PIC X(01).
016900         10  W-NUM-MAG      PIC X(48).
017000     05  W-DEN.
017100         10  W-DEN-MAG      PIC X(32).
017200     05  W-DEC              PIC S9(18)V9(12) COMP-3.
017300     05  W-DEC-FLAG         PIC X(01).
017400     05  W-ZERO-FLAG        PIC X(01).
017500     05  W-RUN-DATE         PIC 9(08).
017600     05  W-RUN-JOBNAME      PIC X(08).
017700 77  W-STATUS               PIC X(02).
017800*
017900******************************************************************
018000*    B(0) .. B(BT-MAX-INDEX) FROM THE MASTER, ENTRY J+1 = B(J)   *
018100******************************************************************
018200 01  BERN-TABLE.
018300     05  BERN-ENTRY OCCURS 61 TIMES.
018400         COPY "berntab.cpy".
018500*
018600******************************************************************
018700*    THE DERIVED COEFFICIENTS, ROW P+1, COLUMN K = POWER OF N,   *
018800*    IN THE MULTI-WORD FORM OF BERNTAB.CPY                       *
018900******************************************************************
019000 01  FH-COEF-TABLE.
019100     05  FH-COEF-ROW OCCURS 61 TIMES.
019200         10  FH-COEF OCCURS 61 TIMES.
019300             15  CF-NUM-SIGN
019400                            PIC X(01).
019500             15  CF-NUM-MAG.
019600                 20  CF-NUM-LIMB
019700                            PIC 9(08) OCCURS 6 TIMES.
019800             15  CF-DEN-MAG.
019900                 20  CF-DEN-LIMB
020000                            PIC 9(08) OCCURS 4 TIMES.
020100             15  CF-ZERO-FLAG
020200                            PIC X(01).
020300*
020400******************************************************************
020500*    PRIME TABLE FOR FRACTION REDUCTION -- EVERY PRIME THROUGH   *
020600*    61, AS IN BERNOULLI.  EVERY DENOMINATOR HERE IS A B(J)      *
020700*    DENOMINATOR TIMES P+1, SO NONE CARRIES A LARGER PRIME.      *
020800******************************************************************
020900 01  PRIME-TABLE-TEXT.
021000     05  FILLER             PIC X(36) VALUE
021100         "020305071113171923293137414347535961".
021200 01  PRIME-TABLE REDEFINES PRIME-TABLE-TEXT.
021300     05  PRIME-P            PIC 9(02) OCCURS 18 TIMES.
021400 77  PR-I                   PIC 9(02) COMP.
021500 77  WK-PRIME-DONE-SW       PIC X(01).
021600     88  WK-PRIME-DONE              VALUE 'Y'.
021700*
021800******************************************************************
021900*    WORKING FIELDS FOR THE EXACT-FRACTION ARITHMETIC.  EVERY    *
022000*    MAGNITUDE IS SIXTEEN EIGHT-DIGIT WORDS (128 DIGITS), LEAST  *
022100*    SIGNIFICANT WORD FIRST; SIGNS RIDE IN SEPARATE BYTES.       *
022200******************************************************************
022300 77  WK-I                   PIC 9(02) COMP.
022400 77  WK-T                   PIC 9(02) COMP.
022500 77  WK-BINOM               PIC S9(20) COMP-3.
022600 77  WK-OVERFLOW-SW         PIC X(01) VALUE 'N'.
022700     88  WK-HAS-OVERFLOW            VALUE 'Y'.
022800*
022900 77  WK-ACC-NUM-SIGN        PIC X(01).
023000 01  WK-ACC-NUM.
023100     05  WK-ACC-NUM-LIMB    PIC 9(08) OCCURS 16 TIMES.
023200 01  WK-ACC-DEN.
023300     05  WK-ACC-DEN-LIMB    PIC 9(08) OCCURS 16 TIMES.
023400 77  WK-TERM-NUM-SIGN       PIC X(01).
023500 01  WK-TERM-NUM.
023600     05  WK-TERM-NUM-LIMB   PIC 9(08) OCCURS 16 TIMES.
023700 01  WK-TERM-DEN.
023800     05  WK-TERM-DEN-LIMB   PIC 9(08) OCCURS 16 TIMES.
023900 77  WK-NEW-NUM-SIGN        PIC X(01).
024000 01  WK-NEW-NUM.
024100     05  WK-NEW-NUM-LIMB    PIC 9(08) OCCURS 16 TIMES.
024200 01  WK-NEW-NUM-R REDEFINES WK-NEW-NUM.
024300     05  WK-NEW-NUM-LOW     PIC X(48).
024400     05  WK-NEW-NUM-HIGH    PIC X(80).
024500 01  WK-NEW-DEN.
024600     05  WK-NEW-DEN-LIMB    PIC 9(08) OCCURS 16 TIMES.
024700 01  WK-NEW-DEN-R REDEFINES WK-NEW-DEN.
024800     05  WK-NEW-DEN-LOW     PIC X(32).
024900     05  WK-NEW-DEN-HIGH    PIC X(96).
025000 01  WK-NEW-DEN-R2 REDEFINES WK-NEW-DEN.
025100     05  WK-NEW-DEN-WORD1   PIC X(08).
025200     05  WK-NEW-DEN-REST    PIC X(120).
025300 01  WK-PROD-1.
025400     05  WK-PROD-1-LIMB     PIC 9(08) OCCURS 16 TIMES.
025500 01  WK-PROD-2.
025600     05  WK-PROD-2-LIMB     PIC 9(08) OCCURS 16 TIMES.
025700 01  WK-NPOW.
025800     05  WK-NPOW-LIMB       PIC 9(08) OCCURS 16 TIMES.
025900*
026000******************************************************************
026100*    MULTI-WORD PRIMITIVE REGISTERS.  EVERY 7000-SERIES          *
026200*    PARAGRAPH READS MP-OPD-A (AND MP-OPD-B WHERE IT APPLIES)    *
026300*    AND LEAVES ITS ANSWER IN MP-RESULT.                         *
026400******************************************************************
026500 01  MP-OPD-A.
026600     05  MP-A-LIMB          PIC 9(08) OCCURS 16 TIMES.
026700 01  MP-OPD-B.
026800     05  MP-B-LIMB          PIC 9(08) OCCURS 16 TIMES.
026900 01  MP-RESULT.
027000     05  MP-R-LIMB          PIC 9(08) OCCURS 16 TIMES.
027100 77  MP-I                   PIC 9(02) COMP.
027200 77  MP-J                   PIC 9(02) COMP.
027300 77  MP-K                   PIC 9(02) COMP.
027400 77  MP-CARRY               PIC 9(09) COMP.
027500 77  MP-WORK                PIC S9(18) COMP-3.
027600 77  MP-QUOT                PIC 9(09) COMP.
027700 77  MP-SMALL               PIC 9(09) COMP.
027800 77  MP-SMALL-REM           PIC 9(09) COMP.
027900 77  MP-SETVAL              PIC S9(18) COMP-3.
028000 77  MP-COMPARE-RES         PIC X(01).
028100*
028200******************************************************************
028300*    THE TWO CHECK VALUES OF THE SUM FOR THE CURRENT P           *
028400******************************************************************
028500 77  FH-POLY-SIGN           PIC X(01).
028600 01  FH-POLY-VALUE.
028700     05  FH-POLY-LIMB       PIC 9(08) OCCURS 16 TIMES.
028800 77  FH-POLY-DEN-SW         PIC X(01).
028900     88  FH-POLY-IS-INTEGER         VALUE 'Y'.
029000 77  FH-SUM-SIGN            PIC X(01).
029100 01  FH-SUM-VALUE.
029200     05  FH-SUM-LIMB        PIC 9(08) OCCURS 16 TIMES.
029300 77  FH-SUM-DEN-SW          PIC X(01).
029400     88  FH-SUM-IS-INTEGER          VALUE 'Y'.
029500*
029600******************************************************************
029700*    FRACTION AND CHECK-VALUE FORMATTING -- LEADING ZEROS ARE    *
029800*    SCANNED OFF THE FIXED DIGIT STRINGS BEFORE PRINTING         *
029900******************************************************************
030000 01  FH-NUM-X               PIC X(48).
030100 01  FH-NUM-R REDEFINES FH-NUM-X.
030200     05  FH-NUM-DIGIT       PIC X(01) OCCURS 48 TIMES.
030300 01  FH-DEN-X               PIC X(32).
030400 01  FH-DEN-R REDEFINES FH-DEN-X.
030500     05  FH-DEN-DIGIT       PIC X(01) OCCURS 32 TIMES.
030600 01  FH-BIG-X               PIC X(128).
030700 01  FH-BIG-R REDEFINES FH-BIG-X.
030800     05  FH-BIG-DIGIT       PIC X(01) OCCURS 128 TIMES.
030900 01  FH-BIG-R2 REDEFINES FH-BIG-X.
031000     05  FH-BIG-WORD        PIC 9(08) OCCURS 16 TIMES.
031100 01  FH-BIG-SRC.
031200     05  FH-BIG-SRC-LIMB    PIC 9(08) OCCURS 16 TIMES.
031300 77  FH-BIG-SIGN            PIC X(01).
031400 77  FH-NF                  PIC 9(03) COMP.
031500 77  FH-DF                  PIC 9(03) COMP.
031600 77  FH-BF                  PIC 9(03) COMP.
031700 77  FH-I                   PIC 9(03) COMP.
031800 01  FH-HOLD-LINE           PIC X(132).
031900*
032000******************************************************************
032100*    REPORT LINE LAYOUTS                                         *
032200******************************************************************
032300 01  RL-TITLE.
032400     05  FILLER             PIC X(10) VALUE "BERNFAUL".
032500     05  FILLER             PIC X(58) VALUE
032600         "FAULHABER POWER-SUM COEFFICIENTS -- EXACT FRACTIONS".
032700     05  FILLER             PIC X(49) VALUE SPACES.
032800     05  FILLER             PIC X(05) VALUE "PAGE".
032900     05  RL-PAGE            PIC ZZZ9.
033000     05  FILLER             PIC X(06) VALUE SPACES.
033100 01  RL-RUN-ID.
033200     05  FILLER             PIC X(09) VALUE "RUN DATE".
033300     05  RL-RUN-DATE        PIC 9(08).
033400     05  FILLER             PIC X(11) VALUE "  OPERATOR".
033500     05  RL-OPERATOR        PIC X(08).
033600     05  FILLER             PIC X(10) VALUE "  JOBNAME".
033700     05  RL-JOBNAME         PIC X(08).
033800     05  FILLER             PIC X(14) VALUE "  SAMPLE N =".
033900     05  RL-SAMPLE-N        PIC Z9.
034000     05  FILLER             PIC X(62) VALUE SPACES.
034100 01  RL-SOURCE.
034200     05  FILLER             PIC X(32) VALUE
034300         "SOURCE BUILD  BERNMAST RUN DATE".
034400     05  RL-SRC-DATE        PIC 9(08).
034500     05  FILLER             PIC X(10) VALUE "  JOBNAME".
034600     05  RL-SRC-JOBNAME     PIC X(08).
034700     05  FILLER             PIC X(32) VALUE
034800         "  CERTIFIED ON BERNCERT".
034900     05  FILLER             PIC X(42) VALUE SPACES.
035000 01  RL-COL-HEAD.
035100     05  FILLER             PIC X(05) VALUE "   P".
035200     05  FILLER             PIC X(09) VALUE "POWER".
035300     05  FILLER             PIC X(58) VALUE
035400         "EXACT COEFFICIENT OF N**POWER".
035500     05  FILLER             PIC X(60) VALUE "REMARK".
035600 01  RL-DETAIL.
035700     05  FILLER             PIC X(02) VALUE SPACES.
035800     05  RL-DT-P            PIC Z9.
035900     05  FILLER             PIC X(03) VALUE SPACES.
036000     05  RL-DT-POWER        PIC Z9.
036100     05  FILLER             PIC X(05) VALUE SPACES.
036200     05  RL-DT-FRACTION     PIC X(58).
036300     05  RL-DT-REMARK       PIC X(60).
036400 01  RL-CHECK.
036500     05  FILLER             PIC X(02) VALUE SPACES.
036600     05  RL-CK-LABEL        PIC X(13).
036700     05  RL-CK-VALUE        PIC X(104).
036800     05  RL-CK-REMARK       PIC X(13).
036900 01  RL-TOTALS.
037000     05  FILLER             PIC X(15) VALUE
037100         "POWERS CHECKED".
037200     05  RL-TOT-CHECKED     PIC Z9.
037300     05  FILLER             PIC X(10) VALUE
037400         "   FAILED".
037500     05  RL-TOT-FAILED      PIC Z9.
037600     05  FILLER             PIC X(16) VALUE
037700         "   COEFFICIENTS".
037800     05  RL-TOT-COEFS       PIC ZZZ9.
037900     05  FILLER             PIC X(08) VALUE
038000         "   ZERO".
038100     05  RL-TOT-ZERO        PIC ZZZ9.
038200     05  FILLER             PIC X(71) VALUE SPACES.
038300 01  RL-RELEASE.
038400     05  RL-RL-TEXT         PIC X(48).
038500     05  RL-RL-COUNT        PIC ZZZ9.
038600     05  FILLER             PIC X(80) VALUE SPACES.
038700*
038800 PROCEDURE DIVISION.
038900*
039000 0000-MAINLINE.
039100     PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
039200     IF NOT FH-REQUEST-OK
039300         DISPLAY "BERNFAUL: PARAMETER CARD REJECTED, "
039400             "RUN TERMINATED"
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF
039800     PERFORM 2000-LOAD-BERNOULLI THRU 2000-EXIT
039900     IF NOT FH-HAS-EXCEPTION AND NOT FH-HAS-FATAL-ERROR
040000         PERFORM 3000-PUBLISH THRU 3000-EXIT
040100     END-IF
040200     PERFORM 9000-END-RUN.
040300*
040400******************************************************************
040500*    1000  READ-PARM-CARD -- one SYSIN record identifying the    *
040600*          run and the sample N for the check                    *
040700******************************************************************
040800 1000-READ-PARM-CARD.
040900     OPEN INPUT PARM-FILE
041000     IF FS-PARM-FILE NOT = "00"
041100         DISPLAY "BERNFAUL: UNABLE TO OPEN SYSIN, STATUS="
041200             FS-PARM-FILE
041300         MOVE 'N' TO FH-VALID-REQUEST
041400         GO TO 1000-EXIT
041500     END-IF
041600     READ PARM-FILE
041700         AT END
041800             DISPLAY "BERNFAUL: SYSIN IS EMPTY, NO PARAMETER CARD"
041900             MOVE 'N' TO FH-VALID-REQUEST
042000     END-READ
042100     IF FH-REQUEST-OK
042200         IF PM-SAMPLE-N = SPACES
042300             MOVE 10 TO FH-SAMPLE-N
042400         ELSE
042500             IF PM-SAMPLE-N NOT NUMERIC
042600                 DISPLAY "BERNFAUL: SAMPLE N NOT NUMERIC"
042700                 MOVE 'N' TO FH-VALID-REQUEST
042800             ELSE
042900                 MOVE PM-SAMPLE-N TO FH-SAMPLE-N
043000             END-IF
043100         END-IF
043200     END-IF
043300     IF FH-REQUEST-OK
043400         IF FH-SAMPLE-N = 0 OR FH-SAMPLE-N > 50
043500             DISPLAY "BERNFAUL: SAMPLE N=" FH-SAMPLE-N
043600                 " OUTSIDE 01-50, THE RANGE THE CHECK "
043700                 "ARITHMETIC HOLDS"
043800             MOVE 'N' TO FH-VALID-REQUEST
043900         END-IF
044000         MOVE PM-OPERATOR TO FH-OPERATOR
044100         MOVE PM-JOBNAME  TO FH-JOBNAME
044200         IF PM-RUN-DATE = SPACES
044300             ACCEPT FH-RUN-DATE FROM DATE YYYYMMDD
044400         ELSE
044500             IF PM-RUN-DATE NOT NUMERIC
044600                 DISPLAY "BERNFAUL: RUN DATE NOT NUMERIC"
044700                 MOVE 'N' TO FH-VALID-REQUEST
044800             ELSE
044900                 MOVE PM-RUN-DATE TO FH-RUN-DATE
045000             END-IF
045100         END-IF
045200     END-IF
045300     CLOSE PARM-FILE.
045400 1000-EXIT.
045500     EXIT.
045600*
045700******************************************************************
045800*    2000  LOAD-BERNOULLI -- B(0) .. B(BT-MAX-INDEX) through     *
045900*          BERNLKP into storage, all from one certified build    *
046000******************************************************************
046100 2000-LOAD-BERNOULLI.
046200     PERFORM 2100-FETCH-ONE THRU 2100-EXIT
046300         VARYING FH-M FROM 0 BY 1
046400             UNTIL FH-M > BT-MAX-INDEX
046500                OR FH-HAS-EXCEPTION
046600                OR FH-HAS-FATAL-ERROR
046700     MOVE 'C' TO W-FUNCTION-CODE
046800     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
046900         W-STATUS.
047000 2000-EXIT.
047100     EXIT.
047200*
047300******************************************************************
047400*    2100  FETCH-ONE -- keyed read of B(FH-M), with BERNSUM's    *
047500*          master exceptions; every entry must carry the build   *
047600*          stamp of the first                                    *
047700******************************************************************
047800 2100-FETCH-ONE.
047900     MOVE 'G'  TO W-FUNCTION-CODE
048000     MOVE FH-M TO W-INDEX
048100     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
048200         W-STATUS
048300     EVALUATE W-STATUS
048400         WHEN '00'
048500             CONTINUE
048600         WHEN '04'
048700             DISPLAY "BERNFAUL: B(" W-INDEX ") IS NOT ON BERNMAST"
048800             MOVE 'Y' TO FH-EXCEPTION-SW
048900             GO TO 2100-EXIT
049000         WHEN '08'
049100             DISPLAY "BERNFAUL: BERNMAST IS UNAVAILABLE"
049200             MOVE 'Y' TO FH-EXCEPTION-SW
049300             GO TO 2100-EXIT
049400         WHEN '20'
049500             DISPLAY "BERNFAUL: BUILD " W-RUN-DATE " "
049600                 W-RUN-JOBNAME " IS NOT CERTIFIED ON BERNCERT"
049700             MOVE 'Y' TO FH-EXCEPTION-SW
049800             GO TO 2100-EXIT
049900         WHEN OTHER
050000             DISPLAY "BERNFAUL: BERNLKP FAILED FOR INDEX " W-INDEX
050100                 ", STATUS=" W-STATUS
050200             MOVE 'Y' TO FH-FATAL-ERROR
050300             GO TO 2100-EXIT
050400     END-EVALUATE
050500     IF FH-M = 0
050600         MOVE W-RUN-DATE    TO FH-SRC-DATE
050700         MOVE W-RUN-JOBNAME TO FH-SRC-JOBNAME
050800     END-IF
050900     IF W-RUN-DATE NOT = FH-SRC-DATE
051000       OR W-RUN-JOBNAME NOT = FH-SRC-JOBNAME
051100         DISPLAY "BERNFAUL: B(" W-INDEX ") IS FROM RUN "
051200             W-RUN-DATE " " W-RUN-JOBNAME ", NOT " FH-SRC-DATE " "
051300             FH-SRC-JOBNAME
051400         MOVE 'Y' TO FH-EXCEPTION-SW
051500         GO TO 2100-EXIT
051600     END-IF
051700     MOVE W-NUM       TO BT-NUM(FH-M + 1)
051800     MOVE W-DEN       TO BT-DEN(FH-M + 1)
051900     MOVE W-ZERO-FLAG TO BT-ZERO-FLAG(FH-M + 1).
052000 2100-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400*    3000  PUBLISH -- derive and check every P, printing as it   *
052500*          goes; load BERNFCOF only if every check agreed        *
052600******************************************************************
052700 3000-PUBLISH.
052800     OPEN OUTPUT BERNLIST
052900     IF FS-BERNLIST NOT = "00"
053000         DISPLAY "BERNFAUL: UNABLE TO OPEN BERNLIST, STATUS="
053100             FS-BERNLIST
053200         MOVE 'Y' TO FH-FATAL-ERROR
053300         GO TO 3000-EXIT
053400     END-IF
053500     PERFORM 3100-ONE-POWER THRU 3100-EXIT
053600         VARYING FH-P FROM 0 BY 1
053700             UNTIL FH-P > BT-MAX-INDEX
053800                OR FH-HAS-FATAL-ERROR
053900     IF FH-P-FAILED = 0 AND NOT FH-HAS-FATAL-ERROR
054000         PERFORM 8000-LOAD-COEF-FILE THRU 8000-EXIT
054100     END-IF
054200     IF NOT FH-HAS-FATAL-ERROR
054300         PERFORM 4800-PRINT-TOTALS THRU 4800-EXIT
054400     END-IF
054500     CLOSE BERNLIST.
054600 3000-EXIT.
054700     EXIT.
054800*
054900******************************************************************
055000*    3100  ONE-POWER -- the coefficients for power P, the check  *
055100*          at the sample N, and the printed block                *
055200******************************************************************
055300 3100-ONE-POWER.
055400     MOVE 'N' TO WK-OVERFLOW-SW
055500     PERFORM 3200-BUILD-COEFS THRU 3200-EXIT
055600     IF NOT WK-HAS-OVERFLOW
055700         PERFORM 3500-EVAL-POLYNOMIAL THRU 3500-EXIT
055800     END-IF
055900     IF NOT WK-HAS-OVERFLOW
056000         PERFORM 3600-EVAL-BERNSUM THRU 3600-EXIT
056100     END-IF
056200     PERFORM 3700-COMPARE-CHECK THRU 3700-EXIT
056300     ADD 1 TO FH-P-CHECKED
056400     IF NOT FH-CHECK-AGREES
056500         ADD 1 TO FH-P-FAILED
056600         MOVE FH-P TO FH-P-EDIT
056700         DISPLAY "BERNFAUL: P=" FH-P-EDIT
056800             " FAILED ITS CHECK AT N=" FH-SAMPLE-N
056900             ", RESULT " FH-CHECK-RES
057000     END-IF
057100     PERFORM 4000-PRINT-POWER THRU 4000-EXIT.
057200 3100-EXIT.
057300     EXIT.
057400*
057500******************************************************************
057600*    3200  BUILD-COEFS -- A(P,K) = C(P+1,J) * B(J) / (P+1) for   *
057700*          J = 0 .. P, K = P+1-J, each reduced and stored        *
057800******************************************************************
057900 3200-BUILD-COEFS.
058000     PERFORM 3210-ONE-COEF THRU 3210-EXIT
058100         VARYING FH-J FROM 0 BY 1
058200             UNTIL FH-J > FH-P
058300                OR WK-HAS-OVERFLOW.
058400 3200-EXIT.
058500     EXIT.
058600*
058700 3210-ONE-COEF.
058800     COMPUTE FH-K = FH-P + 1 - FH-J
058900     COMPUTE WK-T = FH-J + 1
059000     IF BT-ZERO-FLAG(WK-T) = 'Y'
059100         MOVE '+'   TO CF-NUM-SIGN(FH-P + 1, FH-K)
059200         MOVE ZEROS TO CF-NUM-MAG(FH-P + 1, FH-K)
059300         MOVE ZEROS TO CF-DEN-MAG(FH-P + 1, FH-K)
059400         MOVE 1     TO CF-DEN-LIMB(FH-P + 1, FH-K, 4)
059500         MOVE 'Y'   TO CF-ZERO-FLAG(FH-P + 1, FH-K)
059600         ADD 1 TO FH-ZERO-COUNT
059700         ADD 1 TO FH-COEF-COUNT
059800         GO TO 3210-EXIT
059900     END-IF
060000     PERFORM 3300-COMPUTE-BINOM THRU 3300-EXIT
060100     MOVE WK-BINOM TO MP-SETVAL
060200     PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
060300     MOVE MP-RESULT TO MP-OPD-A
060400     PERFORM 7700-LOAD-NUM-FROM-TABLE THRU 7700-EXIT
060500     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
060600     MOVE MP-RESULT TO WK-NEW-NUM
060700*    THE POLYNOMIAL IN N TAKES B(1) AS +1/2; EVERY OTHER B(J)
060800*    KEEPS THE MASTER'S SIGN
060900     IF FH-J = 1
061000         MOVE '+' TO WK-NEW-NUM-SIGN
061100     ELSE
061200         MOVE BT-NUM-SIGN(WK-T) TO WK-NEW-NUM-SIGN
061300     END-IF
061400     COMPUTE MP-SETVAL = FH-P + 1
061500     PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
061600     MOVE MP-RESULT TO MP-OPD-A
061700     PERFORM 7710-LOAD-DEN-FROM-TABLE THRU 7710-EXIT
061800     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
061900     MOVE MP-RESULT TO WK-NEW-DEN
062000     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT
062100     IF WK-NEW-NUM-HIGH NOT = ZEROS
062200       OR WK-NEW-DEN-HIGH NOT = ZEROS
062300         MOVE 'Y' TO WK-OVERFLOW-SW
062400         GO TO 3210-EXIT
062500     END-IF
062600     MOVE WK-NEW-NUM-SIGN TO CF-NUM-SIGN(FH-P + 1, FH-K)
062700     PERFORM 3220-STORE-NUM-WORD THRU 3220-EXIT
062800         VARYING MP-J FROM 1 BY 1 UNTIL MP-J > 6
062900     PERFORM 3230-STORE-DEN-WORD THRU 3230-EXIT
063000         VARYING MP-J FROM 1 BY 1 UNTIL MP-J > 4
063100     MOVE 'N' TO CF-ZERO-FLAG(FH-P + 1, FH-K)
063200     ADD 1 TO FH-COEF-COUNT.
063300 3210-EXIT.
063400     EXIT.
063500*
063600 3220-STORE-NUM-WORD.
063700     MOVE WK-NEW-NUM-LIMB(7 - MP-J)
063800         TO CF-NUM-LIMB(FH-P + 1, FH-K, MP-J).
063900 3220-EXIT.
064000     EXIT.
064100*
064200 3230-STORE-DEN-WORD.
064300     MOVE WK-NEW-DEN-LIMB(5 - MP-J)
064400         TO CF-DEN-LIMB(FH-P + 1, FH-K, MP-J).
064500 3230-EXIT.
064600     EXIT.
064700*
064800******************************************************************
064900*    3300  COMPUTE-BINOM -- exact C(P+1,J) into WK-BINOM, as in  *
065000*          BERNSUM (C(61,30) fits the 18-digit field)            *
065100******************************************************************
065200 3300-COMPUTE-BINOM.
065300     MOVE 1 TO WK-BINOM
065400     PERFORM 3310-BINOM-STEP THRU 3310-EXIT
065500         VARYING WK-I FROM 1 BY 1 UNTIL WK-I > FH-J.
065600 3300-EXIT.
065700     EXIT.
065800*
065900 3310-BINOM-STEP.
066000     COMPUTE WK-BINOM = WK-BINOM * (FH-P + 2 - WK-I)
066100     DIVIDE WK-BINOM BY WK-I GIVING WK-BINOM.
066200 3310-EXIT.
066300     EXIT.
066400*
066500******************************************************************
066600*    3500  EVAL-POLYNOMIAL -- SUM A(P,K) * N**K over K = 1 ..    *
066700*          P+1 at the sample N, exact, into FH-POLY-VALUE        *
066800******************************************************************
066900 3500-EVAL-POLYNOMIAL.
067000     PERFORM 5900-CLEAR-ACC THRU 5900-EXIT
067100     MOVE 1 TO MP-SETVAL
067200     PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
067300     MOVE MP-RESULT TO WK-NPOW
067400     PERFORM 3510-POLY-TERM THRU 3510-EXIT
067500         VARYING FH-K FROM 1 BY 1
067600             UNTIL FH-K > FH-P + 1
067700                OR WK-HAS-OVERFLOW
067800     MOVE WK-ACC-NUM-SIGN TO FH-POLY-SIGN
067900     MOVE WK-ACC-NUM      TO FH-POLY-VALUE
068000     MOVE WK-ACC-DEN      TO WK-NEW-DEN
068100     IF WK-NEW-DEN-WORD1 = "00000001"
068200       AND WK-NEW-DEN-REST = ZEROS
068300         MOVE 'Y' TO FH-POLY-DEN-SW
068400     ELSE
068500         MOVE 'N' TO FH-POLY-DEN-SW
068600     END-IF.
068700 3500-EXIT.
068800     EXIT.
068900*
069000 3510-POLY-TERM.
069100     MOVE WK-NPOW TO MP-OPD-A
069200     MOVE FH-SAMPLE-N TO MP-SETVAL
069300     PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
069400     MOVE MP-RESULT TO MP-OPD-B
069500     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
069600     MOVE MP-RESULT TO WK-NPOW
069700     IF CF-ZERO-FLAG(FH-P + 1, FH-K) = 'Y'
069800         GO TO 3510-EXIT
069900     END-IF
070000     MOVE ZEROS TO MP-OPD-B
070100     PERFORM 3520-LOAD-COEF-NUM THRU 3520-EXIT
070200         VARYING MP-J FROM 1 BY 1 UNTIL MP-J > 6
070300     MOVE WK-NPOW TO MP-OPD-A
070400     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
070500     MOVE MP-RESULT TO WK-TERM-NUM
070600     MOVE CF-NUM-SIGN(FH-P + 1, FH-K) TO WK-TERM-NUM-SIGN
070700     MOVE ZEROS TO WK-TERM-DEN
070800     PERFORM 3530-LOAD-COEF-DEN THRU 3530-EXIT
070900         VARYING MP-J FROM 1 BY 1 UNTIL MP-J > 4
071000     PERFORM 5000-ADD-FRACTION THRU 5000-EXIT.
071100 3510-EXIT.
071200     EXIT.
071300*
071400 3520-LOAD-COEF-NUM.
071500     MOVE CF-NUM-LIMB(FH-P + 1, FH-K, 7 - MP-J)
071600         TO MP-B-LIMB(MP-J).
071700 3520-EXIT.
071800     EXIT.
071900*
072000 3530-LOAD-COEF-DEN.
072100     MOVE CF-DEN-LIMB(FH-P + 1, FH-K, 5 - MP-J)
072200         TO WK-TERM-DEN-LIMB(MP-J).
072300 3530-EXIT.
072400     EXIT.
072500*
072600******************************************************************
072700*    3600  EVAL-BERNSUM -- BERNSUM's closed form at the sample   *
072800*          N, exact: (1/(P+1)) * SUM C(P+1,J) * B(J) *           *
072900*          (N+1)**(P+1-J) over J = 0 .. P with the master's      *
073000*          B(1), less one when P = 0, into FH-SUM-VALUE.  J runs *
073100*          downward so each power of N+1 is one step on from     *
073200*          the last                                              *
073300******************************************************************
073400 3600-EVAL-BERNSUM.
073500     PERFORM 5900-CLEAR-ACC THRU 5900-EXIT
073600     MOVE 1 TO MP-SETVAL
073700     PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
073800     MOVE MP-RESULT TO WK-NPOW
073900     PERFORM 3610-BERNSUM-TERM THRU 3610-EXIT
074000         VARYING FH-L FROM 0 BY 1
074100             UNTIL FH-L > FH-P
074200                OR WK-HAS-OVERFLOW
074300     IF WK-HAS-OVERFLOW
074400         GO TO 3600-EXIT
074500     END-IF
074600     MOVE WK-ACC-NUM      TO WK-NEW-NUM
074700     MOVE WK-ACC-NUM-SIGN TO WK-NEW-NUM-SIGN
074800     MOVE WK-ACC-DEN      TO MP-OPD-A
074900     COMPUTE MP-SETVAL = FH-P + 1
075000     PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
075100     MOVE MP-RESULT       TO MP-OPD-B
075200     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
075300     MOVE MP-RESULT       TO WK-NEW-DEN
075400     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT
075500     IF WK-NEW-DEN-WORD1 = "00000001"
075600       AND WK-NEW-DEN-REST = ZEROS
075700         MOVE 'Y' TO FH-SUM-DEN-SW
075800     ELSE
075900         MOVE 'N' TO FH-SUM-DEN-SW
076000     END-IF
076100*    THE CLOSED FORM COUNTS THE K = 0 TERM, WHICH IS 1 WHEN
076200*    P = 0 AND ZERO FOR EVERY LARGER P.
076300     IF FH-P = 0
076400         MOVE WK-NEW-NUM TO MP-OPD-A
076500         MOVE 1 TO MP-SETVAL
076600         PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
076700         MOVE MP-RESULT  TO MP-OPD-B
076800         PERFORM 7100-MP-SUBTRACT THRU 7100-EXIT
076900         MOVE MP-RESULT  TO WK-NEW-NUM
077000     END-IF
077100     MOVE WK-NEW-NUM-SIGN TO FH-SUM-SIGN
077200     MOVE WK-NEW-NUM      TO FH-SUM-VALUE.
077300 3600-EXIT.
077400     EXIT.
077500*
077600 3610-BERNSUM-TERM.
077700     COMPUTE FH-J = FH-P - FH-L
077800     MOVE WK-NPOW TO MP-OPD-A
077900     COMPUTE MP-SETVAL = FH-SAMPLE-N + 1
078000     PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
078100     MOVE MP-RESULT TO MP-OPD-B
078200     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
078300     MOVE MP-RESULT TO WK-NPOW
078400     COMPUTE WK-T = FH-J + 1
078500     IF BT-ZERO-FLAG(WK-T) = 'Y'
078600         GO TO 3610-EXIT
078700     END-IF
078800     PERFORM 3300-COMPUTE-BINOM THRU 3300-EXIT
078900     MOVE WK-BINOM TO MP-SETVAL
079000     PERFORM 7600-MP-SET-SMALL THRU 7600-EXIT
079100     MOVE MP-RESULT TO MP-OPD-A
079200     PERFORM 7700-LOAD-NUM-FROM-TABLE THRU 7700-EXIT
079300     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
079400     MOVE MP-RESULT TO MP-OPD-A
079500     MOVE WK-NPOW   TO MP-OPD-B
079600     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
079700     MOVE MP-RESULT TO WK-TERM-NUM
079800     MOVE BT-NUM-SIGN(WK-T) TO WK-TERM-NUM-SIGN
079900     PERFORM 7710-LOAD-DEN-FROM-TABLE THRU 7710-EXIT
080000     MOVE MP-OPD-B TO WK-TERM-DEN
080100     PERFORM 5000-ADD-FRACTION THRU 5000-EXIT.
080200 3610-EXIT.
080300     EXIT.
080400*
080500******************************************************************
080600*    3700  COMPARE-CHECK -- both evaluations must be integers    *
080700*          and must agree in sign and every word                 *
080800******************************************************************
080900 3700-COMPARE-CHECK.
081000     EVALUATE TRUE
081100         WHEN WK-HAS-OVERFLOW
081200             MOVE 'O' TO FH-CHECK-RES
081300         WHEN NOT FH-POLY-IS-INTEGER OR NOT FH-SUM-IS-INTEGER
081400             MOVE 'F' TO FH-CHECK-RES
081500         WHEN FH-POLY-SIGN = FH-SUM-SIGN
081600           AND FH-POLY-VALUE = FH-SUM-VALUE
081700             MOVE 'A' TO FH-CHECK-RES
081800         WHEN OTHER
081900             MOVE 'D' TO FH-CHECK-RES
082000     END-EVALUATE.
082100 3700-EXIT.
082200     EXIT.
082300*
082400******************************************************************
082500*    4000  PRINT-POWER -- one line per coefficient for power P,  *
082600*          highest power of N first, then the two check values   *
082700******************************************************************
082800 4000-PRINT-POWER.
082900     COMPUTE FH-K = FH-P + 1
083000     PERFORM 4100-PRINT-COEF THRU 4100-EXIT
083100         VARYING FH-M FROM FH-K BY -1
083200             UNTIL FH-M = 0
083300                OR FH-HAS-FATAL-ERROR
083400     IF FH-HAS-FATAL-ERROR
083500         GO TO 4000-EXIT
083600     END-IF
083700     MOVE "POLYNOMIAL =" TO RL-CK-LABEL
083800     MOVE FH-POLY-SIGN  TO FH-BIG-SIGN
083900     MOVE FH-POLY-VALUE TO FH-BIG-SRC
084000     MOVE SPACES TO RL-CK-REMARK
084100     PERFORM 4200-PRINT-CHECK THRU 4200-EXIT
084200     MOVE "BERNSUM    =" TO RL-CK-LABEL
084300     MOVE FH-SUM-SIGN   TO FH-BIG-SIGN
084400     MOVE FH-SUM-VALUE  TO FH-BIG-SRC
084500     EVALUATE TRUE
084600         WHEN FH-CHECK-AGREES
084700             MOVE "AGREE"        TO RL-CK-REMARK
084800         WHEN FH-CHECK-DISAGREES
084900             MOVE "*** DIFFER"   TO RL-CK-REMARK
085000         WHEN FH-CHECK-NOT-INTEGER
085100             MOVE "*** FRACTION" TO RL-CK-REMARK
085200         WHEN OTHER
085300             MOVE "*** CAPACITY" TO RL-CK-REMARK
085400     END-EVALUATE
085500     PERFORM 4200-PRINT-CHECK THRU 4200-EXIT
085600     MOVE SPACES TO FH-HOLD-LINE
085700     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
085800 4000-EXIT.
085900     EXIT.
086000*
086100 4100-PRINT-COEF.
086200     MOVE FH-P TO RL-DT-P
086300     MOVE FH-M TO RL-DT-POWER
086400     IF WK-HAS-OVERFLOW
086500         MOVE SPACES TO RL-DT-FRACTION
086600         MOVE "EXCEEDS FRACTION CAPACITY" TO RL-DT-REMARK
086700     ELSE
086800         MOVE CF-NUM-MAG(FH-P + 1, FH-M) TO FH-NUM-X
086900         MOVE CF-DEN-MAG(FH-P + 1, FH-M) TO FH-DEN-X
087000         PERFORM 4300-FORMAT-FRACTION THRU 4300-EXIT
087100         IF CF-ZERO-FLAG(FH-P + 1, FH-M) = 'Y'
087200             MOVE "ZERO BY DEFINITION" TO RL-DT-REMARK
087300         ELSE
087400             MOVE SPACES TO RL-DT-REMARK
087500         END-IF
087600     END-IF
087700     MOVE RL-DETAIL TO FH-HOLD-LINE
087800     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
087900 4100-EXIT.
088000     EXIT.
088100*
088200******************************************************************
088300*    4200  PRINT-CHECK -- one check value, leading zeros         *
088400*          scanned off its 128 digits                            *
088500******************************************************************
088600 4200-PRINT-CHECK.
088700     PERFORM 4210-REVERSE-WORD THRU 4210-EXIT
088800         VARYING MP-I FROM 1 BY 1 UNTIL MP-I > 16
088900     MOVE 128 TO FH-BF
089000     PERFORM 4220-SCAN-BIG THRU 4220-EXIT
089100         VARYING FH-I FROM 1 BY 1
089200             UNTIL FH-I > 128
089300                OR FH-BF < 128
089400     MOVE SPACES TO RL-CK-VALUE
089500     IF WK-HAS-OVERFLOW
089600         MOVE "NOT EVALUATED" TO RL-CK-VALUE
089700     ELSE
089800         IF FH-BIG-SIGN = '-'
089900             STRING "-"                  DELIMITED BY SIZE
090000                    FH-BIG-X(FH-BF:)     DELIMITED BY SIZE
090100                 INTO RL-CK-VALUE
090200         ELSE
090300             MOVE FH-BIG-X(FH-BF:) TO RL-CK-VALUE
090400         END-IF
090500     END-IF
090600     MOVE RL-CHECK TO FH-HOLD-LINE
090700     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
090800 4200-EXIT.
090900     EXIT.
091000*
091100 4210-REVERSE-WORD.
091200     MOVE FH-BIG-SRC-LIMB(17 - MP-I) TO FH-BIG-WORD(MP-I).
091300 4210-EXIT.
091400     EXIT.
091500*
091600 4220-SCAN-BIG.
091700     IF FH-BIG-DIGIT(FH-I) NOT = '0'
091800         MOVE FH-I TO FH-BF
091900     END-IF.
092000 4220-EXIT.
092100     EXIT.
092200*
092300******************************************************************
092400*    4300  FORMAT-FRACTION -- scan the leading zeros off both    *
092500*          magnitudes and assemble SIGN NUM/DEN, as BERNPUB does *
092600******************************************************************
092700 4300-FORMAT-FRACTION.
092800     MOVE 48 TO FH-NF
092900     PERFORM 4310-SCAN-NUM THRU 4310-EXIT
093000         VARYING FH-I FROM 1 BY 1
093100             UNTIL FH-I > 48
093200                OR FH-NF < 48
093300     MOVE 32 TO FH-DF
093400     PERFORM 4320-SCAN-DEN THRU 4320-EXIT
093500         VARYING FH-I FROM 1 BY 1
093600             UNTIL FH-I > 32
093700                OR FH-DF < 32
093800     MOVE SPACES TO RL-DT-FRACTION
093900     IF CF-NUM-SIGN(FH-P + 1, FH-M) = '-'
094000         STRING "-"                      DELIMITED BY SIZE
094100                FH-NUM-X(FH-NF:)         DELIMITED BY SIZE
094200                "/"                      DELIMITED BY SIZE
094300                FH-DEN-X(FH-DF:)         DELIMITED BY SIZE
094400             INTO RL-DT-FRACTION
094500     ELSE
094600         STRING FH-NUM-X(FH-NF:)         DELIMITED BY SIZE
094700                "/"                      DELIMITED BY SIZE
094800                FH-DEN-X(FH-DF:)         DELIMITED BY SIZE
094900             INTO RL-DT-FRACTION
095000     END-IF.
095100 4300-EXIT.
095200     EXIT.
095300*
095400 4310-SCAN-NUM.
095500     IF FH-NUM-DIGIT(FH-I) NOT = '0'
095600         MOVE FH-I TO FH-NF
095700     END-IF.
095800 4310-EXIT.
095900     EXIT.
096000*
096100 4320-SCAN-DEN.
096200     IF FH-DEN-DIGIT(FH-I) NOT = '0'
096300         MOVE FH-I TO FH-DF
096400     END-IF.
096500 4320-EXIT.
096600     EXIT.
096700*
096800******************************************************************
096900*    4800  PRINT-TOTALS -- totals line and whether the           *
097000*          coefficient file was released                         *
097100******************************************************************
097200 4800-PRINT-TOTALS.
097300     MOVE FH-P-CHECKED  TO RL-TOT-CHECKED
097400     MOVE FH-P-FAILED   TO RL-TOT-FAILED
097500     MOVE FH-COEF-COUNT TO RL-TOT-COEFS
097600     MOVE FH-ZERO-COUNT TO RL-TOT-ZERO
097700     MOVE RL-TOTALS TO FH-HOLD-LINE
097800     PERFORM 4900-PUT-LINE THRU 4900-EXIT
097900     IF FH-FILE-LOADED
098000         MOVE "COEFFICIENT FILE BERNFCOF LOADED, RECORDS"
098100             TO RL-RL-TEXT
098200         MOVE FH-LOADED-COUNT TO RL-RL-COUNT
098300     ELSE
098400         MOVE "*** BERNFCOF NOT LOADED -- POWERS FAILING CHECK"
098500             TO RL-RL-TEXT
098600         MOVE FH-P-FAILED TO RL-RL-COUNT
098700     END-IF
098800     MOVE RL-RELEASE TO FH-HOLD-LINE
098900     PERFORM 4900-PUT-LINE THRU 4900-EXIT.
099000 4800-EXIT.
099100     EXIT.
099200*
099300******************************************************************
099400*    4900  PUT-LINE -- write FH-HOLD-LINE, breaking to a new     *
099500*          page as the line count requires                       *
099600******************************************************************
099700 4900-PUT-LINE.
099800     IF FH-LINE-COUNT >= FH-PAGE-LIMIT
099900         PERFORM 4950-PAGE-HEADER THRU 4950-EXIT
100000     END-IF
100100     WRITE BERNLIST-RECORD FROM FH-HOLD-LINE
100200     IF FS-BERNLIST NOT = "00"
100300         DISPLAY "BERNFAUL: WRITE TO BERNLIST FAILED, STATUS="
100400             FS-BERNLIST
100500         MOVE 'Y' TO FH-FATAL-ERROR
100600         GO TO 4900-EXIT
100700     END-IF
100800     ADD 1 TO FH-LINE-COUNT.
100900 4900-EXIT.
101000     EXIT.
101100*
101200******************************************************************
101300*    4950  PAGE-HEADER -- title, run identification, source      *
101400*          build and column headers at the top of every page     *
101500******************************************************************
101600 4950-PAGE-HEADER.
101700     ADD 1 TO FH-PAGE
101800     MOVE FH-PAGE TO RL-PAGE
101900     IF FH-PAGE > 1
102000         MOVE SPACES TO BERNLIST-RECORD
102100         WRITE BERNLIST-RECORD
102200     END-IF
102300     WRITE BERNLIST-RECORD FROM RL-TITLE
102400     MOVE FH-RUN-DATE    TO RL-RUN-DATE
102500     MOVE FH-OPERATOR    TO RL-OPERATOR
102600     MOVE FH-JOBNAME     TO RL-JOBNAME
102700     MOVE FH-SAMPLE-N    TO RL-SAMPLE-N
102800     WRITE BERNLIST-RECORD FROM RL-RUN-ID
102900     MOVE FH-SRC-DATE    TO RL-SRC-DATE
103000     MOVE FH-SRC-JOBNAME TO RL-SRC-JOBNAME
103100     WRITE BERNLIST-RECORD FROM RL-SOURCE
103200     MOVE SPACES TO BERNLIST-RECORD
103300     WRITE BERNLIST-RECORD
103400     WRITE BERNLIST-RECORD FROM RL-COL-HEAD
103500     MOVE SPACES TO BERNLIST-RECORD
103600     WRITE BERNLIST-RECORD
103700     MOVE 0 TO FH-LINE-COUNT.
103800 4950-EXIT.
103900     EXIT.
104000*
104100******************************************************************
104200*    5000  ADD-FRACTION -- WK-ACC += WK-TERM, reduced, exactly   *
104300*          as in BERNOULLI                                       *
104400******************************************************************
104500 5000-ADD-FRACTION.
104600     MOVE WK-ACC-NUM  TO MP-OPD-A
104700     MOVE WK-TERM-DEN TO MP-OPD-B
104800     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
104900     MOVE MP-RESULT   TO WK-PROD-1
105000     MOVE WK-TERM-NUM TO MP-OPD-A
105100     MOVE WK-ACC-DEN  TO MP-OPD-B
105200     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
105300     MOVE MP-RESULT   TO WK-PROD-2
105400     IF WK-ACC-NUM-SIGN = WK-TERM-NUM-SIGN
105500         MOVE WK-PROD-1 TO MP-OPD-A
105600         MOVE WK-PROD-2 TO MP-OPD-B
105700         PERFORM 7000-MP-ADD THRU 7000-EXIT
105800         MOVE MP-RESULT TO WK-NEW-NUM
105900         MOVE WK-ACC-NUM-SIGN TO WK-NEW-NUM-SIGN
106000     ELSE
106100         MOVE WK-PROD-1 TO MP-OPD-A
106200         MOVE WK-PROD-2 TO MP-OPD-B
106300         PERFORM 7200-MP-COMPARE THRU 7200-EXIT
106400         EVALUATE MP-COMPARE-RES
106500             WHEN 'G'
106600                 PERFORM 7100-MP-SUBTRACT THRU 7100-EXIT
106700                 MOVE MP-RESULT TO WK-NEW-NUM
106800                 MOVE WK-ACC-NUM-SIGN TO WK-NEW-NUM-SIGN
106900             WHEN 'L'
107000                 MOVE WK-PROD-2 TO MP-OPD-A
107100                 MOVE WK-PROD-1 TO MP-OPD-B
107200                 PERFORM 7100-MP-SUBTRACT THRU 7100-EXIT
107300                 MOVE MP-RESULT TO WK-NEW-NUM
107400                 MOVE WK-TERM-NUM-SIGN TO WK-NEW-NUM-SIGN
107500             WHEN OTHER
107600                 MOVE ZEROS TO WK-NEW-NUM
107700                 MOVE '+'   TO WK-NEW-NUM-SIGN
107800         END-EVALUATE
107900     END-IF
108000     MOVE WK-ACC-DEN  TO MP-OPD-A
108100     MOVE WK-TERM-DEN TO MP-OPD-B
108200     PERFORM 7300-MP-MULTIPLY THRU 7300-EXIT
108300     MOVE MP-RESULT   TO WK-NEW-DEN
108400     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT
108500     MOVE WK-NEW-NUM      TO WK-ACC-NUM
108600     MOVE WK-NEW-NUM-SIGN TO WK-ACC-NUM-SIGN
108700     MOVE WK-NEW-DEN      TO WK-ACC-DEN.
108800 5000-EXIT.
108900     EXIT.
109000*
109100 5900-CLEAR-ACC.
109200     MOVE '+'   TO WK-ACC-NUM-SIGN
109300     MOVE ZEROS TO WK-ACC-NUM
109400     MOVE ZEROS TO WK-ACC-DEN
109500     MOVE 1     TO WK-ACC-DEN-LIMB(1).
109600 5900-EXIT.
109700     EXIT.
109800*
109900******************************************************************
110000*    6000  REDUCE-FRACTION -- divide WK-NEW-NUM/WK-NEW-DEN by    *
110100*          every common prime factor through 61                  *
110200******************************************************************
110300 6000-REDUCE-FRACTION.
110400     IF WK-NEW-NUM = ZEROS
110500         MOVE ZEROS TO WK-NEW-DEN
110600         MOVE 1     TO WK-NEW-DEN-LIMB(1)
110700         MOVE '+'   TO WK-NEW-NUM-SIGN
110800         GO TO 6000-EXIT
110900     END-IF
111000     PERFORM 6100-REDUCE-ONE-PRIME THRU 6100-EXIT
111100         VARYING PR-I FROM 1 BY 1 UNTIL PR-I > 18.
111200 6000-EXIT.
111300     EXIT.
111400*
111500 6100-REDUCE-ONE-PRIME.
111600     MOVE PRIME-P(PR-I) TO MP-SMALL
111700     MOVE 'N' TO WK-PRIME-DONE-SW
111800     PERFORM 6110-DIVIDE-OUT-ONE THRU 6110-EXIT
111900         UNTIL WK-PRIME-DONE.
112000 6100-EXIT.
112100     EXIT.
112200*
112300 6110-DIVIDE-OUT-ONE.
112400     MOVE WK-NEW-NUM TO MP-OPD-A
112500     PERFORM 7500-MP-MOD-SMALL THRU 7500-EXIT
112600     IF MP-SMALL-REM NOT = 0
112700         MOVE 'Y' TO WK-PRIME-DONE-SW
112800         GO TO 6110-EXIT
112900     END-IF
113000     MOVE WK-NEW-DEN TO MP-OPD-A
113100     PERFORM 7500-MP-MOD-SMALL THRU 7500-EXIT
113200     IF MP-SMALL-REM NOT = 0
113300         MOVE 'Y' TO WK-PRIME-DONE-SW
113400         GO TO 6110-EXIT
113500     END-IF
113600     MOVE WK-NEW-NUM TO MP-OPD-A
113700     PERFORM 7400-MP-DIVIDE-SMALL THRU 7400-EXIT
113800     MOVE MP-RESULT TO WK-NEW-NUM
113900     MOVE WK-NEW-DEN TO MP-OPD-A
114000     PERFORM 7400-MP-DIVIDE-SMALL THRU 7400-EXIT
114100     MOVE MP-RESULT TO WK-NEW-DEN.
114200 6110-EXIT.
114300     EXIT.
114400*
114500******************************************************************
114600*    7000  MP-ADD -- MP-RESULT = MP-OPD-A + MP-OPD-B             *
114700*          (magnitudes; a carry off the top word is a capacity   *
114800*          overflow)                                             *
114900******************************************************************
115000 7000-MP-ADD.
115100     MOVE 0 TO MP-CARRY
115200     PERFORM 7010-MP-ADD-STEP THRU 7010-EXIT
115300         VARYING MP-I FROM 1 BY 1 UNTIL MP-I > 16
115400     IF MP-CARRY NOT = 0
115500         MOVE 'Y' TO WK-OVERFLOW-SW
115600     END-IF.
115700 7000-EXIT.
115800     EXIT.
115900*
116000 7010-MP-ADD-STEP.
116100     COMPUTE MP-WORK = MP-A-LIMB(MP-I) + MP-B-LIMB(MP-I)
116200         + MP-CARRY
116300     IF MP-WORK >= 100000000
116400         SUBTRACT 100000000 FROM MP-WORK
116500         MOVE 1 TO MP-CARRY
116600     ELSE
116700         MOVE 0 TO MP-CARRY
116800     END-IF
116900     MOVE MP-WORK TO MP-R-LIMB(MP-I).
117000 7010-EXIT.
117100     EXIT.
117200*
117300******************************************************************
117400*    7100  MP-SUBTRACT -- MP-RESULT = MP-OPD-A - MP-OPD-B        *
117500*          (magnitudes; the caller guarantees A >= B)            *
117600******************************************************************
117700 7100-MP-SUBTRACT.
117800     MOVE 0 TO MP-CARRY
117900     PERFORM 7110-MP-SUB-STEP THRU 7110-EXIT
118000         VARYING MP-I FROM 1 BY 1 UNTIL MP-I > 16.
118100 7100-EXIT.
118200     EXIT.
118300*
118400 7110-MP-SUB-STEP.
118500     COMPUTE MP-WORK = MP-A-LIMB(MP-I) - MP-B-LIMB(MP-I)
118600         - MP-CARRY
118700     IF MP-WORK < 0
118800         ADD 100000000 TO MP-WORK
118900         MOVE 1 TO MP-CARRY
119000     ELSE
119100         MOVE 0 TO MP-CARRY
119200     END-IF
119300     MOVE MP-WORK TO MP-R-LIMB(MP-I).
119400 7110-EXIT.
119500     EXIT.
119600*
119700******************************************************************
119800*    7200  MP-COMPARE -- MP-COMPARE-RES = 'G', 'E' OR 'L' AS     *
119900*          MP-OPD-A COMPARES TO MP-OPD-B, TOP WORD DOWN          *
120000******************************************************************
120100 7200-MP-COMPARE.
120200     MOVE 'E' TO MP-COMPARE-RES
120300     PERFORM 7210-MP-COMPARE-STEP THRU 7210-EXIT
120400         VARYING MP-I FROM 16 BY -1
120500             UNTIL MP-I < 1
120600                OR MP-COMPARE-RES NOT = 'E'.
120700 7200-EXIT.
120800     EXIT.
120900*
121000 7210-MP-COMPARE-STEP.
121100     IF MP-A-LIMB(MP-I) > MP-B-LIMB(MP-I)
121200         MOVE 'G' TO MP-COMPARE-RES
121300     ELSE
121400         IF MP-A-LIMB(MP-I) < MP-B-LIMB(MP-I)
121500             MOVE 'L' TO MP-COMPARE-RES
121600         END-IF
121700     END-IF.
121800 7210-EXIT.
121900     EXIT.
122000*
122100******************************************************************
122200*    7300  MP-MULTIPLY -- MP-RESULT = MP-OPD-A * MP-OPD-B.       *
122300*          Schoolbook word products; anything that would land    *
122400*          beyond the sixteenth word is a capacity overflow      *
122500******************************************************************
122600 7300-MP-MULTIPLY.
122700     MOVE ZEROS TO MP-RESULT
122800     PERFORM 7310-MP-MULTIPLY-ROW THRU 7310-EXIT
122900         VARYING MP-I FROM 1 BY 1 UNTIL MP-I > 16.
123000 7300-EXIT.
123100     EXIT.
123200*
123300 7310-MP-MULTIPLY-ROW.
123400     IF MP-A-LIMB(MP-I) = 0
123500         GO TO 7310-EXIT
123600     END-IF
123700     MOVE 0 TO MP-CARRY
123800     PERFORM 7320-MP-MULTIPLY-STEP THRU 7320-EXIT
123900         VARYING MP-J FROM 1 BY 1 UNTIL MP-J > 16
124000     IF MP-CARRY NOT = 0
124100         MOVE 'Y' TO WK-OVERFLOW-SW
124200     END-IF.
124300 7310-EXIT.
124400     EXIT.
124500*
124600 7320-MP-MULTIPLY-STEP.
124700     COMPUTE MP-K = MP-I + MP-J - 1
124800     IF MP-K > 16
124900         IF MP-B-LIMB(MP-J) NOT = 0
125000             MOVE 'Y' TO WK-OVERFLOW-SW
125100         END-IF
125200         GO TO 7320-EXIT
125300     END-IF
125400     COMPUTE MP-WORK = MP-R-LIMB(MP-K)
125500         + (MP-A-LIMB(MP-I) * MP-B-LIMB(MP-J))
125600         + MP-CARRY
125700     DIVIDE MP-WORK BY 100000000
125800         GIVING MP-CARRY REMAINDER MP-WORK
125900     MOVE MP-WORK TO MP-R-LIMB(MP-K).
126000 7320-EXIT.
126100     EXIT.
126200*
126300******************************************************************
126400*    7400  MP-DIVIDE-SMALL -- MP-RESULT = MP-OPD-A / MP-SMALL,   *
126500*          remainder in MP-SMALL-REM (short division, top word   *
126600*          down; MP-SMALL holds at most nine digits)             *
126700******************************************************************
126800 7400-MP-DIVIDE-SMALL.
126900     MOVE 0 TO MP-SMALL-REM
127000     PERFORM 7410-MP-DIV-STEP THRU 7410-EXIT
127100         VARYING MP-I FROM 16 BY -1 UNTIL MP-I < 1.
127200 7400-EXIT.
127300     EXIT.
127400*
127500 7410-MP-DIV-STEP.
127600     COMPUTE MP-WORK = MP-SMALL-REM * 100000000
127700         + MP-A-LIMB(MP-I)
127800     DIVIDE MP-WORK BY MP-SMALL
127900         GIVING MP-QUOT REMAINDER MP-WORK
128000     MOVE MP-QUOT TO MP-R-LIMB(MP-I)
128100     MOVE MP-WORK TO MP-SMALL-REM.
128200 7410-EXIT.
128300     EXIT.
128400*
128500******************************************************************
128600*    7500  MP-MOD-SMALL -- MP-SMALL-REM = MP-OPD-A REM MP-SMALL  *
128700*          (as 7400 but the quotient is not kept, so MP-RESULT   *
128800*          survives for the caller)                              *
128900******************************************************************
129000 7500-MP-MOD-SMALL.
129100     MOVE 0 TO MP-SMALL-REM
129200     PERFORM 7510-MP-MOD-STEP THRU 7510-EXIT
129300         VARYING MP-I FROM 16 BY -1 UNTIL MP-I < 1.
129400 7500-EXIT.
129500     EXIT.
129600*
129700 7510-MP-MOD-STEP.
129800     COMPUTE MP-WORK = MP-SMALL-REM * 100000000
129900         + MP-A-LIMB(MP-I)
130000     DIVIDE MP-WORK BY MP-SMALL
130100         GIVING MP-QUOT REMAINDER MP-WORK
130200     MOVE MP-WORK TO MP-SMALL-REM.
130300 7510-EXIT.
130400     EXIT.
130500*
130600******************************************************************
130700*    7600  MP-SET-SMALL -- MP-RESULT = MP-SETVAL (a nonnegative  *
130800*          18-digit value spread over the three low words)       *
130900******************************************************************
131000 7600-MP-SET-SMALL.
131100     MOVE ZEROS TO MP-RESULT
131200     MOVE MP-SETVAL TO MP-WORK
131300     PERFORM 7610-MP-SET-STEP THRU 7610-EXIT
131400         VARYING MP-I FROM 1 BY 1 UNTIL MP-I > 3.
131500 7600-EXIT.
131600     EXIT.
131700*
131800 7610-MP-SET-STEP.
131900     DIVIDE MP-WORK BY 100000000
132000         GIVING MP-SETVAL REMAINDER MP-WORK
132100     MOVE MP-WORK TO MP-R-LIMB(MP-I)
132200     MOVE MP-SETVAL TO MP-WORK.
132300 7610-EXIT.
132400     EXIT.
132500*
132600******************************************************************
132700*    7700  LOAD-NUM-FROM-TABLE -- table entry WK-T numerator     *
132800*          (most significant word first) into MP-OPD-B (least    *
132900*          significant word first)                               *
133000******************************************************************
133100 7700-LOAD-NUM-FROM-TABLE.
133200     MOVE ZEROS TO MP-OPD-B
133300     PERFORM 7705-LOAD-NUM-WORD THRU 7705-EXIT
133400         VARYING MP-J FROM 1 BY 1 UNTIL MP-J > 6.
133500 7700-EXIT.
133600     EXIT.
133700*
133800 7705-LOAD-NUM-WORD.
133900     MOVE BT-NUM-LIMB(WK-T, 7 - MP-J) TO MP-B-LIMB(MP-J).
134000 7705-EXIT.
134100     EXIT.
134200*
134300******************************************************************
134400*    7710  LOAD-DEN-FROM-TABLE -- table entry WK-T denominator   *
134500*          into MP-OPD-B, least significant word first           *
134600******************************************************************
134700 7710-LOAD-DEN-FROM-TABLE.
134800     MOVE ZEROS TO MP-OPD-B
134900     PERFORM 7715-LOAD-DEN-WORD THRU 7715-EXIT
135000         VARYING MP-J FROM 1 BY 1 UNTIL MP-J > 4.
135100 7710-EXIT.
135200     EXIT.
135300*
135400 7715-LOAD-DEN-WORD.
135500     MOVE BT-DEN-LIMB(WK-T, 5 - MP-J) TO MP-B-LIMB(MP-J).
135600 7715-EXIT.
135700     EXIT.
135800*
135900******************************************************************
136000*    8000  LOAD-COEF-FILE -- every coefficient to BERNFCOF in    *
136100*          key order, P then power of N.  Reached only when      *
136200*          every P has agreed with BERNSUM                       *
136300******************************************************************
136400 8000-LOAD-COEF-FILE.
136500     OPEN OUTPUT BERNFCOF
136600     IF FS-BERNFCOF NOT = "00"
136700         DISPLAY "BERNFAUL: UNABLE TO OPEN BERNFCOF, STATUS="
136800             FS-BERNFCOF
136900         MOVE 'Y' TO FH-FATAL-ERROR
137000         GO TO 8000-EXIT
137100     END-IF
137200     PERFORM 8100-LOAD-ONE-POWER THRU 8100-EXIT
137300         VARYING FH-P FROM 0 BY 1
137400             UNTIL FH-P > BT-MAX-INDEX
137500                OR FH-HAS-FATAL-ERROR
137600     CLOSE BERNFCOF
137700     IF NOT FH-HAS-FATAL-ERROR
137800         MOVE 'Y' TO FH-LOADED-SW
137900     END-IF.
138000 8000-EXIT.
138100     EXIT.
138200*
138300 8100-LOAD-ONE-POWER.
138400     PERFORM 8110-WRITE-ONE-COEF THRU 8110-EXIT
138500         VARYING FH-K FROM 1 BY 1
138600             UNTIL FH-K > FH-P + 1
138700                OR FH-HAS-FATAL-ERROR.
138800 8100-EXIT.
138900     EXIT.
139000*
139100 8110-WRITE-ONE-COEF.
139200     MOVE FH-P                        TO FC-P
139300     MOVE FH-K                        TO FC-POWER
139400     MOVE CF-NUM-SIGN(FH-P + 1, FH-K)  TO FC-NUM-SIGN
139500     MOVE CF-NUM-MAG(FH-P + 1, FH-K)   TO FC-NUM-MAG
139600     MOVE CF-DEN-MAG(FH-P + 1, FH-K)   TO FC-DEN-MAG
139700     MOVE CF-ZERO-FLAG(FH-P + 1, FH-K) TO FC-ZERO-FLAG
139800     MOVE FH-SRC-DATE                 TO FC-RUN-DATE
139900     MOVE FH-SRC-JOBNAME              TO FC-RUN-JOBNAME
140000     MOVE FH-RUN-DATE                 TO FC-BUILT-DATE
140100     WRITE BERNFCOF-RECORD
140200         INVALID KEY
140300             DISPLAY "BERNFAUL: BERNFCOF REJECTED KEY " FC-KEY
140400                 ", STATUS=" FS-BERNFCOF
140500             MOVE 'Y' TO FH-FATAL-ERROR
140600             GO TO 8110-EXIT
140700     END-WRITE
140800     IF FS-BERNFCOF NOT = "00"
140900         DISPLAY "BERNFAUL: WRITE TO BERNFCOF FAILED, STATUS="
141000             FS-BERNFCOF
141100         MOVE 'Y' TO FH-FATAL-ERROR
141200         GO TO 8110-EXIT
141300     END-IF
141400     ADD 1 TO FH-LOADED-COUNT.
141500 8110-EXIT.
141600     EXIT.
141700*
141800******************************************************************
141900*    9000  END-RUN -- set the job return code                    *
142000******************************************************************
142100 9000-END-RUN.
142200     MOVE FH-P-CHECKED    TO FH-COUNT-EDIT
142300     DISPLAY "BERNFAUL: POWERS CHECKED " FH-COUNT-EDIT
142400     MOVE FH-P-FAILED     TO FH-COUNT-EDIT
142500     DISPLAY "BERNFAUL: POWERS FAILED  " FH-COUNT-EDIT
142600     MOVE FH-LOADED-COUNT TO FH-COUNT-EDIT
142700     DISPLAY "BERNFAUL: RECORDS LOADED " FH-COUNT-EDIT
142800     IF FH-HAS-FATAL-ERROR
142900         MOVE 20 TO RETURN-CODE
143000     ELSE
143100         IF FH-HAS-EXCEPTION
143200             MOVE 12 TO RETURN-CODE
143300         ELSE
143400             IF FH-P-FAILED > 0
143500                 MOVE 8 TO RETURN-CODE
143600             ELSE
143700                 MOVE 0 TO RETURN-CODE
143800             END-IF
143900         END-IF
144000     END-IF
144100     STOP RUN.
