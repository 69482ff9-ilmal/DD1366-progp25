000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNSTIR.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNSTIR                                                      *
001100*                                                                *
001200*  Batch evaluation of the log-factorial and log-gamma           *
001300*  functions by the Stirling series                              *
001400*                                                                *
001500*      LN GAMMA(X) = (X - 1/2) LN X - X + LN(2 PI) / 2 + C       *
001600*                                                                *
001700*      C = SUM     B(2K) / (2K (2K-1) X**(2K-1))                 *
001800*          K=1..KT                                               *
001900*                                                                *
002000*  with LN N! = LN GAMMA(N+1), for the mortality graduation and  *
002100*  combinatorial reserve work, whose arguments are far beyond    *
002200*  anything that can be computed directly.  The actuaries used   *
002300*  to take B(2), B(4), ... off BERNINQ and finish the series in  *
002400*  a spreadsheet; this program reads the B(2K) values from the   *
002500*  keyed master BERNMAST through BERNLKP (function code 'G'),    *
002600*  so every result rests on a build certified on the BERNCERT    *
002700*  ledger, and each BERNSTRO record carries that build's run     *
002800*  date and jobname.  A master exception ends the card with a    *
002900*  remark, as in BERNEUL.                                        *
003000*                                                                *
003100*  Each record carries the inputs; the correction C as an exact  *
003200*  reduced fraction; the log value in decimal; and an error      *
003300*  bound, the magnitude of the first omitted term, which for a   *
003400*  real positive argument bounds the truncation error of the     *
003500*  series.  The series is asymptotic: its terms shrink only      *
003600*  until K is near PI*X and then grow without limit.  A card     *
003700*  whose KT runs past the smallest term -- any term, or the      *
003800*  first omitted one, no smaller than the term before it -- is   *
003900*  rejected as divergent with a remark.                          *
004000*                                                                *
004100*  The exact fraction is carried in the 18-digit arithmetic of   *
004200*  BERNEUL.  For a large argument the powers of X soon exceed    *
004300*  it; the card is then answered with the decimal log value      *
004400*  and the bound, a zero fraction and a capacity remark.  The    *
004500*  decimal work is done in wider fields, the term magnitudes     *
004600*  as a mantissa and power of ten, and the logarithms by         *
004700*  halving to [1,2) and the series LN M = 2 ATANH((M-1)/(M+1)).  *
004800*                                                                *
004900*  SYSIN card layout:                                            *
005000*      COL  01      FUNCTION ('F' = LN N!, 'G' = LN GAMMA(X))    *
005100*      COLS 03-08   ARGUMENT -- N FOR 'F' (6 DIGITS, >= 0);      *
005200*                   FOR 'G' THE NUMERATOR XN OF X = XN/XD        *
005300*                   (6 DIGITS, >= 1)                             *
005400*      COLS 10-11   DENOMINATOR XD OF X ('G' ONLY; 2 DIGITS,     *
005500*                   BLANK OR 00 = 1)                             *
005600*      COLS 13-14   CORRECTION TERMS KT (2 DIGITS, >= 1, WITH    *
005700*                   B(2*KT+2) WITHIN THE TABLE CAPACITY FOR      *
005800*                   THE ERROR BOUND)                             *
005900*                                                                *
006000*  RETURN-CODE on completion:                                    *
006100*      0   every card evaluated                                  *
006200*      4   at least one card's exact fraction exceeded the       *
006300*          arithmetic capacity (decimal value and bound still    *
006400*          written, fraction zero, with a remark)                *
006500*      12  at least one card ended with a master exception       *
006600*          (BERNMAST unavailable, a B(2K) missing from it,       *
006700*          entries from more than one build, or a build          *
006800*          not certified on the BERNCERT ledger)                 *
006900*      16  at least one card was rejected as malformed or as a   *
007000*          divergent request                                     *
007100*      20  a dataset I/O error or a BERNMAST read failure        *
007200*          stopped the run                                       *
007300*                                                                *
007400*  MODIFICATION HISTORY                                          *
007500*  ---------------------                                         *
007600*  2026-10-15  ASG  New program.  Replaces the hand-finished     *
007700*                   Stirling series in the graduation            *
007800*                   spreadsheets.                                *
007900*                                                                *
008000******************************************************************
008100 ENVIRONMENT DIVISION.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT PARM-FILE   ASSIGN TO "SYSIN"
008500         ORGANIZATION LINE SEQUENTIAL
008600         FILE STATUS IS FS-PARM-FILE.
008700     SELECT BERNSTRO    ASSIGN TO "BERNSTRO"
008800         ORGANIZATION LINE SEQUENTIAL
008900         FILE STATUS IS FS-BERNSTRO.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300*
009400 FD  PARM-FILE.
009500 01  PARM-RECORD.
009600     05  PM-FUNCTION        PIC X(01).
009700     05  FILLER             PIC X(01).
009800     05  PM-ARG             PIC 9(06).
009900     05  FILLER             PIC X(01).
010000     05  PM-XD              PIC X(02).
010100     05  PM-XD-N REDEFINES PM-XD
010200                            PIC 9(02).
010300     05  FILLER             PIC X(01).
010400     05  PM-KT              PIC 9(02).
010500     05  FILLER             PIC X(66).
010600*
010700 FD  BERNSTRO.
010800 01  BERNSTRO-RECORD.
010900     05  SO-FUNCTION        PIC X(01).
011000     05  SO-SEP1            PIC X(01).
011100     05  SO-ARG             PIC 9(06).
011200     05  SO-SEP2            PIC X(01).
011300     05  SO-XD              PIC 9(02).
011400     05  SO-SEP3            PIC X(01).
011500     05  SO-KT              PIC 9(02).
011600     05  SO-SEP4            PIC X(01).
011700     05  SO-NUM-SIGN        PIC X(01).
011800     05  SO-NUM-MAG         PIC 9(18).
011900     05  SO-SEP5            PIC X(01).
012000     05  SO-DEN-MAG         PIC 9(18).
012100     05  SO-SEP6            PIC X(01).
012200     05  SO-LOG             PIC -(9)9.9(12).
012300     05  SO-SEP7            PIC X(01).
012400     05  SO-BOUND.
012500         10  SO-BOUND-MANT  PIC 9.9(05).
012600         10  SO-BOUND-E     PIC X(01).
012700         10  SO-BOUND-EXP   PIC +9(03).
012800     05  SO-SEP8            PIC X(01).
012900     05  SO-REMARK          PIC X(20).
013000     05  SO-SEP9            PIC X(01).
013100     05  SO-RUN-DATE        PIC 9(08).
013200     05  SO-SEP10           PIC X(01).
013300     05  SO-RUN-JOBNAME     PIC X(08).
013400*
013500 WORKING-STORAGE SECTION.
013600******************************************************************
013700*    SHARED TABLE-CAPACITY CONSTANT                              *
013800******************************************************************
013900     COPY "bernlim.cpy".
014000*
014100 01  FS-PARM-FILE           PIC X(02).
014200 01  FS-BERNSTRO            PIC X(02).
014300*
014400 77  SR-EOF-SW              PIC X(01) VALUE 'N'.
014500     88  SR-END-OF-CARDS            VALUE 'Y'.
014600 77  SR-CARD-OK             PIC X(01) VALUE 'Y'.
014700     88  SR-CARD-ACCEPTED           VALUE 'Y'.
014800 77  SR-OVERFLOW-SW         PIC X(01) VALUE 'N'.
014900     88  SR-HAS-OVERFLOW            VALUE 'Y'.
015000 77  SR-FATAL-ERROR         PIC X(01) VALUE 'N'.
015100     88  SR-HAS-FATAL-ERROR         VALUE 'Y'.
015200 77  SR-ANY-REJECT          PIC X(01) VALUE 'N'.
015300     88  SR-HAS-ANY-REJECT          VALUE 'Y'.
015400 77  SR-ANY-OVERFLOW        PIC X(01) VALUE 'N'.
015500     88  SR-HAS-ANY-OVERFLOW        VALUE 'Y'.
015600 77  SR-EXCEPTION-SW        PIC X(01) VALUE 'N'.
015700     88  SR-HAS-EXCEPTION           VALUE 'Y'.
015800 77  SR-ANY-EXCEPTION       PIC X(01) VALUE 'N'.
015900     88  SR-HAS-ANY-EXCEPTION       VALUE 'Y'.
016000 77  SR-DIVERGE-SW          PIC X(01) VALUE 'N'.
016100     88  SR-SERIES-DIVERGES         VALUE 'Y'.
016200*
016300 77  SR-FUNCTION            PIC X(01) VALUE SPACE.
016400     88  SR-LOG-FACTORIAL           VALUE 'F'.
016500     88  SR-LOG-GAMMA               VALUE 'G'.
016600 77  SR-ARG                 PIC 9(06) VALUE ZERO.
016700 77  SR-XN                  PIC 9(07) VALUE ZERO.
016800 77  SR-XD                  PIC 9(02) VALUE ZERO.
016900 77  SR-KT                  PIC 9(02) VALUE ZERO.
017000 77  SR-K                   PIC 9(02) COMP.
017100 77  SR-TWOK                PIC 9(02) COMP.
017200 77  SR-DIVISOR             PIC 9(04) COMP.
017300 77  SR-E                   PIC 9(03) COMP.
017400 77  SR-I                   PIC 9(03) COMP.
017500 77  SR-CARDS-READ          PIC 9(04) COMP VALUE ZERO.
017600 77  SR-CARDS-DONE          PIC 9(04) COMP VALUE ZERO.
017700 77  SR-RUN-DATE            PIC 9(08) VALUE ZERO.
017800 77  SR-RUN-JOBNAME         PIC X(08) VALUE SPACES.
017900 77  SR-REMARK              PIC X(20) VALUE SPACES.
018000*
018100 77  W-FUNCTION-CODE        PIC X(01).
018200 77  W-INDEX                PIC 9(02).
018300 01  W-ENTRY.
018400     05  W-NUM.
018500         10  W-NUM-SIGN     PIC X(01).
018600         10  W-NUM-MAG.
018700             15  W-NUM-MAG-HI
018800                            PIC X(30).
018900             15  W-NUM-MAG-LO
019000                            PIC 9(18).
019100     05  W-DEN.
019200         10  W-DEN-MAG.
019300             15  W-DEN-MAG-HI
019400                            PIC X(14).
019500             15  W-DEN-MAG-LO
019600                            PIC 9(18).
019700     05  W-DEC              PIC S9(18)V9(12) COMP-3.
019800     05  W-DEC-FLAG         PIC X(01).
019900     05  W-ZERO-FLAG        PIC X(01).
020000     05  W-RUN-DATE         PIC 9(08).
020100     05  W-RUN-JOBNAME      PIC X(08).
020200 77  SR-BNUM                PIC S9(18) COMP-3.
020300 77  W-STATUS               PIC X(02).
020400*
020500******************************************************************
020600*    EXACT-FRACTION WORK FIELDS, AS IN BERNSUM                   *
020700******************************************************************
020800 77  WK-POWER-N             PIC  9(18) COMP-3.
020900 77  WK-POWER-D             PIC  9(18) COMP-3.
021000 77  WK-TERM-NUM            PIC S9(18) COMP-3.
021100 77  WK-TERM-DEN            PIC  9(18) COMP-3.
021200 77  WK-ACC-NUM             PIC S9(18) COMP-3.
021300 77  WK-ACC-DEN             PIC  9(18) COMP-3.
021400 77  WK-NEW-NUM             PIC S9(18) COMP-3.
021500 77  WK-NEW-DEN             PIC  9(18) COMP-3.
021600 77  WK-GCD-A               PIC  9(18) COMP-3.
021700 77  WK-GCD-B               PIC  9(18) COMP-3.
021800 77  WK-GCD-T               PIC  9(18) COMP-3.
021900 77  WK-GCD                 PIC  9(18) COMP-3.
022000*
022100******************************************************************
022200*    TERM MAGNITUDES AS MANTISSA (1 <= M < 10) AND POWER OF TEN, *
022300*    SO A TERM FAR BELOW ANY FIXED-POINT FIELD STILL COMPARES    *
022400******************************************************************
022500 77  SR-M                   PIC 9(03)V9(15) COMP-3.
022600 77  SR-X                   PIC S9(04) COMP.
022700 77  SR-NUM-M               PIC 9(03)V9(15) COMP-3.
022800 77  SR-NUM-X               PIC S9(04) COMP.
022900 77  SR-PREV-M              PIC 9(03)V9(15) COMP-3.
023000 77  SR-PREV-X              PIC S9(04) COMP.
023100 77  SR-SCALE               PIC 9V9(15) COMP-3.
023200 77  SR-NDIG                PIC 9(02) COMP.
023300 01  SR-DIGITS              PIC X(48).
023400 01  SR-DIGITS-R REDEFINES SR-DIGITS.
023500     05  SR-DIGIT           PIC 9(01) OCCURS 48 TIMES.
023600 77  SR-BOUND-M             PIC 9(01)V9(05).
023700 77  SR-BOUND-X             PIC S9(03).
023800*
023900******************************************************************
024000*    DECIMAL WORK FIELDS FOR THE LOG VALUE                       *
024100******************************************************************
024200 77  SR-LN2                 PIC 9V9(26) COMP-3
024300         VALUE 0.69314718055994530941723212.
024400 77  SR-HALF-LN-2PI         PIC 9V9(26) COMP-3
024500         VALUE 0.91893853320467274178032974.
024600 77  SR-TDEC                PIC S9(03)V9(26) COMP-3.
024700 77  SR-CORR-DEC            PIC S9(03)V9(26) COMP-3.
024800 77  SR-LN-ARG              PIC 9(07).
024900 77  SR-LN-M                PIC 9(07)V9(24) COMP-3.
025000 77  SR-LN-E                PIC 9(02) COMP.
025100 77  SR-Z                   PIC 9V9(26) COMP-3.
025200 77  SR-Z2                  PIC 9V9(26) COMP-3.
025300 77  SR-ZP                  PIC 9V9(26) COMP-3.
025400 77  SR-ATANH               PIC 9V9(26) COMP-3.
025500 77  SR-J                   PIC 9(03) COMP.
025600 77  SR-LN-RESULT           PIC 9(02)V9(26) COMP-3.
025700 77  SR-LN-XN               PIC 9(02)V9(26) COMP-3.
025800 77  SR-LN-X                PIC S9(02)V9(26) COMP-3.
025900 77  SR-XV                  PIC 9(07)V9(22) COMP-3.
026000 77  SR-LOG                 PIC S9(09)V9(20) COMP-3.
026100*
026200 PROCEDURE DIVISION.
026300*
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE    THRU 1000-EXIT
026600     IF NOT SR-HAS-FATAL-ERROR
026700         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
026800             UNTIL SR-END-OF-CARDS
026900                OR SR-HAS-FATAL-ERROR
027000     END-IF
027100     PERFORM 9000-END-RUN.
027200*
027300******************************************************************
027400*    1000  INITIALIZE -- open the datasets (BERNLKP opens the    *
027500*          master itself on the first keyed read)                *
027600******************************************************************
027700 1000-INITIALIZE.
027800     OPEN INPUT PARM-FILE
027900     IF FS-PARM-FILE NOT = "00"
028000         DISPLAY "BERNSTIR: UNABLE TO OPEN SYSIN, STATUS="
028100             FS-PARM-FILE
028200         MOVE 'Y' TO SR-FATAL-ERROR
028300         GO TO 1000-EXIT
028400     END-IF
028500     OPEN OUTPUT BERNSTRO
028600     IF FS-BERNSTRO NOT = "00"
028700         DISPLAY "BERNSTIR: UNABLE TO OPEN BERNSTRO, STATUS="
028800             FS-BERNSTRO
028900         MOVE 'Y' TO SR-FATAL-ERROR
029000     END-IF.
029100 1000-EXIT.
029200     EXIT.
029300*
029400******************************************************************
029500*    2000  PROCESS-CARD -- read, validate and evaluate one card  *
029600******************************************************************
029700 2000-PROCESS-CARD.
029800     READ PARM-FILE
029900         AT END
030000             MOVE 'Y' TO SR-EOF-SW
030100             GO TO 2000-EXIT
030200     END-READ
030300     ADD 1 TO SR-CARDS-READ
030400     MOVE 'Y' TO SR-CARD-OK
030500     MOVE 'N' TO SR-OVERFLOW-SW
030600     MOVE 'N' TO SR-EXCEPTION-SW
030700     MOVE 'N' TO SR-DIVERGE-SW
030800     MOVE ZERO   TO SR-RUN-DATE
030900     MOVE SPACES TO SR-RUN-JOBNAME
031000     MOVE ZERO TO WK-NEW-NUM
031100     MOVE 1    TO WK-NEW-DEN
031200     MOVE ZERO TO SR-LOG
031300     MOVE ZERO TO SR-BOUND-M
031400     MOVE ZERO TO SR-BOUND-X
031500     MOVE SPACES TO SR-REMARK
031600     PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT
031700     IF SR-CARD-ACCEPTED
031800         PERFORM 3000-EVALUATE-SERIES THRU 3000-EXIT
031900     END-IF
032000     IF SR-CARD-ACCEPTED
032100       AND NOT SR-HAS-EXCEPTION
032200       AND NOT SR-HAS-FATAL-ERROR
032300         PERFORM 4000-EVALUATE-LOG THRU 4000-EXIT
032400         ADD 1 TO SR-CARDS-DONE
032500     END-IF
032600     IF SR-HAS-FATAL-ERROR
032700         GO TO 2000-EXIT
032800     END-IF
032900     PERFORM 7000-WRITE-RESULT THRU 7000-EXIT.
033000 2000-EXIT.
033100     EXIT.
033200*
033300******************************************************************
033400*    2200  VALIDATE-CARD -- a known function, numeric fields, a  *
033500*          positive argument, and KT terms plus the first        *
033600*          omitted one within the capacity of the table          *
033700******************************************************************
033800 2200-VALIDATE-CARD.
033900     MOVE PM-FUNCTION TO SR-FUNCTION
034000     MOVE ZEROES TO SR-ARG SR-XN SR-XD SR-KT
034100     IF NOT SR-LOG-FACTORIAL AND NOT SR-LOG-GAMMA
034200         DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
034300             " REJECTED, FUNCTION '" PM-FUNCTION
034400             "' IS NOT F OR G"
034500         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
034600         MOVE "UNKNOWN FUNCTION"    TO SR-REMARK
034700         GO TO 2200-EXIT
034800     END-IF
034900     IF PM-XD = SPACES
035000         MOVE "00" TO PM-XD
035100     END-IF
035200     IF PM-ARG NOT NUMERIC OR PM-XD-N NOT NUMERIC
035300       OR PM-KT NOT NUMERIC
035400         DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
035500             " REJECTED, NON-NUMERIC ARGUMENT, XD OR KT"
035600         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
035700         MOVE "CARD NOT NUMERIC"    TO SR-REMARK
035800         GO TO 2200-EXIT
035900     END-IF
036000     MOVE PM-ARG TO SR-ARG
036100     MOVE PM-KT  TO SR-KT
036200     IF SR-LOG-FACTORIAL
036300         COMPUTE SR-XN = SR-ARG + 1
036400         MOVE 1 TO SR-XD
036500     ELSE
036600         MOVE SR-ARG  TO SR-XN
036700         MOVE PM-XD-N TO SR-XD
036800         IF SR-XD = 0
036900             MOVE 1 TO SR-XD
037000         END-IF
037100     END-IF
037200     IF SR-XN = 0
037300         DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
037400             " REJECTED, GAMMA ARGUMENT MUST BE POSITIVE"
037500         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
037600         MOVE "ARG NOT POSITIVE"    TO SR-REMARK
037700         GO TO 2200-EXIT
037800     END-IF
037900     IF SR-KT = 0
038000         DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
038100             " REJECTED, KT MUST BE POSITIVE"
038200         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
038300         MOVE "FIELD NOT POSITIVE"  TO SR-REMARK
038400         GO TO 2200-EXIT
038500     END-IF
038600     IF SR-KT * 2 + 2 > BT-MAX-INDEX
038700         DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
038800             " REJECTED, KT=" SR-KT
038900             " NEEDS B(2*KT+2) BEYOND TABLE CAPACITY OF "
039000             BT-MAX-INDEX
039100         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
039200         MOVE "2*KT+2 EXCEEDS TABLE" TO SR-REMARK
039300     END-IF.
039400 2200-EXIT.
039500     EXIT.
039600*
039700 2900-REJECT-CARD.
039800     MOVE 'N' TO SR-CARD-OK
039900     MOVE 'Y' TO SR-ANY-REJECT.
040000 2900-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400*    3000  EVALUATE-SERIES -- for K = 1 .. KT+1 fetch B(2K) and  *
040500*          size the term; the first KT terms go into the exact   *
040600*          fraction and the decimal correction, and the KT+1-th  *
040700*          is the error bound.  Every term must be smaller than  *
040800*          the one before it, or the request has run past the    *
040900*          point where the series stops converging               *
041000******************************************************************
041100 3000-EVALUATE-SERIES.
041200     MOVE ZERO TO WK-ACC-NUM
041300     MOVE 1    TO WK-ACC-DEN
041400     MOVE ZERO TO SR-CORR-DEC
041500     PERFORM 3100-ONE-TERM THRU 3100-EXIT
041600         VARYING SR-K FROM 1 BY 1
041700             UNTIL SR-K > SR-KT + 1
041800                OR SR-SERIES-DIVERGES
041900                OR SR-HAS-EXCEPTION
042000                OR SR-HAS-FATAL-ERROR
042100     IF SR-HAS-EXCEPTION OR SR-HAS-FATAL-ERROR
042200         GO TO 3000-EXIT
042300     END-IF
042400     IF SR-SERIES-DIVERGES
042500         DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
042600             " REJECTED, SERIES DIVERGES BEFORE TERM " SR-KT
042700             " FOR THIS ARGUMENT"
042800         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
042900         MOVE ZERO TO WK-NEW-NUM
043000         MOVE 1    TO WK-NEW-DEN
043100         MOVE "SERIES DIVERGES"     TO SR-REMARK
043200         GO TO 3000-EXIT
043300     END-IF
043400     MOVE SR-PREV-M TO SR-BOUND-M
043500     MOVE SR-PREV-X TO SR-BOUND-X
043600     IF SR-HAS-OVERFLOW
043700         GO TO 3000-EXIT
043800     END-IF
043900     MOVE WK-ACC-NUM TO WK-NEW-NUM
044000     MOVE WK-ACC-DEN TO WK-NEW-DEN
044100     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT.
044200 3000-EXIT.
044300     EXIT.
044400*
044500******************************************************************
044600*    3100  ONE-TERM -- the K-th term                             *
044700*                                                                *
044800*              B(2K)             XD**(2K-1)                      *
044900*          -------------  *  ---------------                     *
045000*           2K (2K-1)          XN**(2K-1)                        *
045100*                                                                *
045200*          sized as a mantissa and power of ten, checked against *
045300*          the term before it, and for K <= KT folded into the   *
045400*          exact fraction and the decimal correction             *
045500******************************************************************
045600 3100-ONE-TERM.
045700     COMPUTE SR-TWOK = SR-K * 2
045800     COMPUTE SR-DIVISOR = SR-TWOK * SR-TWOK - SR-TWOK
045900     PERFORM 3050-FETCH-ENTRY THRU 3050-EXIT
046000     IF SR-HAS-EXCEPTION OR SR-HAS-FATAL-ERROR
046100         GO TO 3100-EXIT
046200     END-IF
046300     PERFORM 3200-TERM-MAGNITUDE THRU 3200-EXIT
046400     IF SR-K > 1
046500         IF SR-X > SR-PREV-X
046600           OR (SR-X = SR-PREV-X AND SR-M NOT < SR-PREV-M)
046700             MOVE 'Y' TO SR-DIVERGE-SW
046800             GO TO 3100-EXIT
046900         END-IF
047000     END-IF
047100     MOVE SR-M TO SR-PREV-M
047200     MOVE SR-X TO SR-PREV-X
047300     IF SR-K > SR-KT
047400         GO TO 3100-EXIT
047500     END-IF
047600     PERFORM 4500-TERM-TO-DECIMAL THRU 4500-EXIT
047700     IF W-NUM-SIGN = '-'
047800         SUBTRACT SR-TDEC FROM SR-CORR-DEC
047900     ELSE
048000         ADD SR-TDEC TO SR-CORR-DEC
048100     END-IF
048200     IF NOT SR-HAS-OVERFLOW
048300         PERFORM 3300-FOLD-FRACTION THRU 3300-EXIT
048400     END-IF.
048500 3100-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900*    3050  FETCH-ENTRY -- keyed read of B(SR-TWOK) through       *
049000*          BERNLKP, as in BERNEUL                                *
049100******************************************************************
049200 3050-FETCH-ENTRY.
049300     MOVE 'G'     TO W-FUNCTION-CODE
049400     MOVE SR-TWOK TO W-INDEX
049500     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
049600         W-STATUS
049700     EVALUATE W-STATUS
049800         WHEN '00'
049900             CONTINUE
050000         WHEN '04'
050100             DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
050200                 " B(" SR-TWOK ") IS NOT ON BERNMAST"
050300             MOVE "B(2K) NOT ON MASTER" TO SR-REMARK
050400             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
050500             GO TO 3050-EXIT
050600         WHEN '08'
050700             DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
050800                 " BERNMAST IS UNAVAILABLE"
050900             MOVE "MASTER UNAVAILABLE"  TO SR-REMARK
051000             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
051100             GO TO 3050-EXIT
051200         WHEN '20'
051300             DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
051400                 " BUILD " W-RUN-DATE " " W-RUN-JOBNAME
051500                 " IS NOT CERTIFIED ON BERNCERT"
051600             MOVE "BUILD NOT CERTIFIED" TO SR-REMARK
051700             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
051800             GO TO 3050-EXIT
051900         WHEN OTHER
052000             DISPLAY "BERNSTIR: BERNLKP FAILED FOR INDEX "
052100                 SR-TWOK ", STATUS=" W-STATUS
052200             MOVE 'Y' TO SR-FATAL-ERROR
052300             GO TO 3050-EXIT
052400     END-EVALUATE
052500     IF SR-RUN-DATE = ZERO AND SR-RUN-JOBNAME = SPACES
052600         MOVE W-RUN-DATE    TO SR-RUN-DATE
052700         MOVE W-RUN-JOBNAME TO SR-RUN-JOBNAME
052800         GO TO 3050-EXIT
052900     END-IF
053000     IF W-RUN-DATE NOT = SR-RUN-DATE
053100       OR W-RUN-JOBNAME NOT = SR-RUN-JOBNAME
053200         DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
053300             " B(" SR-TWOK ") IS FROM RUN " W-RUN-DATE " "
053400             W-RUN-JOBNAME ", NOT " SR-RUN-DATE " "
053500             SR-RUN-JOBNAME
053600         MOVE "MIXED MASTER BUILDS" TO SR-REMARK
053700         PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
053800     END-IF.
053900 3050-EXIT.
054000     EXIT.
054100*
054200******************************************************************
054300*    3200  TERM-MAGNITUDE -- |B(2K)| from the leading digits of  *
054400*          its numerator and denominator at full master width,   *
054500*          then divided by 2K(2K-1) and multiplied 2K-1 times    *
054600*          by XD/XN, renormalising after every step              *
054700******************************************************************
054800 3200-TERM-MAGNITUDE.
054900     MOVE W-NUM-MAG TO SR-DIGITS
055000     PERFORM 4950-LEAD-MANTISSA THRU 4950-EXIT
055100     MOVE SR-M TO SR-NUM-M
055200     MOVE SR-X TO SR-NUM-X
055300     MOVE SPACES TO SR-DIGITS
055400     STRING "0000000000000000" W-DEN-MAG
055500         DELIMITED BY SIZE INTO SR-DIGITS
055600     PERFORM 4950-LEAD-MANTISSA THRU 4950-EXIT
055700     COMPUTE SR-M ROUNDED = SR-NUM-M / SR-M
055800     COMPUTE SR-X = SR-NUM-X - SR-X
055900     PERFORM 4900-NORMALIZE THRU 4900-EXIT
056000     COMPUTE SR-M ROUNDED = SR-M / SR-DIVISOR
056100     PERFORM 4900-NORMALIZE THRU 4900-EXIT
056200     PERFORM 3210-MAGNITUDE-STEP THRU 3210-EXIT
056300         VARYING SR-I FROM 1 BY 1 UNTIL SR-I > SR-TWOK - 1.
056400 3200-EXIT.
056500     EXIT.
056600*
056700 3210-MAGNITUDE-STEP.
056800     COMPUTE SR-M ROUNDED = SR-M * SR-XD / SR-XN
056900     PERFORM 4900-NORMALIZE THRU 4900-EXIT.
057000 3210-EXIT.
057100     EXIT.
057200*
057300******************************************************************
057400*    3300  FOLD-FRACTION -- the K-th term as an exact fraction   *
057500*          into the accumulator; beyond the 18-digit capacity    *
057600*          the card keeps its decimal value and bound and loses  *
057700*          only the fraction                                     *
057800******************************************************************
057900 3300-FOLD-FRACTION.
058000     IF W-NUM-MAG-HI NOT = ZEROS
058100       OR W-DEN-MAG-HI NOT = ZEROS
058200         PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
058300         GO TO 3300-EXIT
058400     END-IF
058500     MOVE W-NUM-MAG-LO TO SR-BNUM
058600     IF W-NUM-SIGN = '-'
058700         COMPUTE SR-BNUM = 0 - SR-BNUM
058800     END-IF
058900     COMPUTE SR-E = SR-TWOK - 1
059000     PERFORM 3400-COMPUTE-POWERS THRU 3400-EXIT
059100     IF SR-HAS-OVERFLOW
059200         GO TO 3300-EXIT
059300     END-IF
059400     COMPUTE WK-TERM-NUM = SR-BNUM * WK-POWER-D
059500         ON SIZE ERROR
059600             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
059700             GO TO 3300-EXIT
059800     END-COMPUTE
059900     COMPUTE WK-TERM-DEN = W-DEN-MAG-LO * SR-DIVISOR
060000         ON SIZE ERROR
060100             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
060200             GO TO 3300-EXIT
060300     END-COMPUTE
060400     COMPUTE WK-TERM-DEN = WK-TERM-DEN * WK-POWER-N
060500         ON SIZE ERROR
060600             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
060700             GO TO 3300-EXIT
060800     END-COMPUTE
060900     PERFORM 5000-ADD-FRACTION THRU 5000-EXIT.
061000 3300-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400*    3400  COMPUTE-POWERS -- XN**SR-E and XD**SR-E               *
061500******************************************************************
061600 3400-COMPUTE-POWERS.
061700     MOVE 1 TO WK-POWER-N
061800     MOVE 1 TO WK-POWER-D
061900     PERFORM 3410-POWER-STEP THRU 3410-EXIT
062000         VARYING SR-I FROM 1 BY 1
062100             UNTIL SR-I > SR-E
062200                OR SR-HAS-OVERFLOW.
062300 3400-EXIT.
062400     EXIT.
062500*
062600 3410-POWER-STEP.
062700     COMPUTE WK-POWER-N = WK-POWER-N * SR-XN
062800         ON SIZE ERROR
062900             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
063000             GO TO 3410-EXIT
063100     END-COMPUTE
063200     COMPUTE WK-POWER-D = WK-POWER-D * SR-XD
063300         ON SIZE ERROR
063400             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
063500     END-COMPUTE.
063600 3410-EXIT.
063700     EXIT.
063800*
063900******************************************************************
064000*    3900  NOTE-OVERFLOW -- the exact fraction exceeds the       *
064100*          18-digit arithmetic; the card keeps its decimal value *
064200*          and bound, with a remark                              *
064300******************************************************************
064400 3900-NOTE-OVERFLOW.
064500     IF SR-HAS-OVERFLOW
064600         GO TO 3900-EXIT
064700     END-IF
064800     DISPLAY "BERNSTIR: CARD " SR-CARDS-READ
064900         " FRACTION EXCEEDS ARITHMETIC CAPACITY, ARG=" SR-ARG
065000         " KT=" SR-KT
065100     MOVE 'Y' TO SR-OVERFLOW-SW
065200     MOVE 'Y' TO SR-ANY-OVERFLOW
065300     MOVE ZERO TO WK-NEW-NUM
065400     MOVE 1    TO WK-NEW-DEN
065500     MOVE "FRACTION EXCEEDS CAP"    TO SR-REMARK.
065600 3900-EXIT.
065700     EXIT.
065800*
065900******************************************************************
066000*    3950  NOTE-EXCEPTION -- BERNMAST could not supply the card; *
066100*          the caller has set the remark.  The card is answered  *
066200*          without a value and the run goes on                   *
066300******************************************************************
066400 3950-NOTE-EXCEPTION.
066500     MOVE 'Y' TO SR-EXCEPTION-SW
066600     MOVE 'Y' TO SR-ANY-EXCEPTION
066700     MOVE ZERO TO WK-NEW-NUM
066800     MOVE 1    TO WK-NEW-DEN.
066900 3950-EXIT.
067000     EXIT.
067100*
067200******************************************************************
067300*    4000  EVALUATE-LOG -- (X - 1/2) LN X - X + LN(2 PI)/2 + C   *
067400*          with LN X = LN XN - LN XD                             *
067500******************************************************************
067600 4000-EVALUATE-LOG.
067700     MOVE SR-XN TO SR-LN-ARG
067800     PERFORM 4100-LN-INTEGER THRU 4100-EXIT
067900     MOVE SR-LN-RESULT TO SR-LN-XN
068000     MOVE SR-XD TO SR-LN-ARG
068100     PERFORM 4100-LN-INTEGER THRU 4100-EXIT
068200     COMPUTE SR-LN-X = SR-LN-XN - SR-LN-RESULT
068300     COMPUTE SR-XV ROUNDED = SR-XN / SR-XD
068400     COMPUTE SR-LOG ROUNDED = (SR-XV - 0.5) * SR-LN-X
068500     SUBTRACT SR-XV FROM SR-LOG
068600     ADD SR-HALF-LN-2PI SR-CORR-DEC TO SR-LOG.
068700 4000-EXIT.
068800     EXIT.
068900*
069000******************************************************************
069100*    4100  LN-INTEGER -- LN of the positive integer SR-LN-ARG:   *
069200*          halve it into [1,2) counting the halvings, then       *
069300*          LN M = 2 (Z + Z**3/3 + Z**5/5 + ...), Z = (M-1)/(M+1) *
069400*          (Z < 1/3, so every term gains a decimal digit)        *
069500******************************************************************
069600 4100-LN-INTEGER.
069700     MOVE SR-LN-ARG TO SR-LN-M
069800     MOVE ZERO      TO SR-LN-E
069900     PERFORM 4110-HALVE THRU 4110-EXIT
070000         UNTIL SR-LN-M < 2
070100     COMPUTE SR-Z  ROUNDED = (SR-LN-M - 1) / (SR-LN-M + 1)
070200     COMPUTE SR-Z2 ROUNDED = SR-Z * SR-Z
070300     MOVE SR-Z TO SR-ZP
070400     MOVE ZERO TO SR-ATANH
070500     PERFORM 4120-ATANH-STEP THRU 4120-EXIT
070600         VARYING SR-J FROM 1 BY 2
070700             UNTIL SR-ZP = ZERO
070800                OR SR-J > 199
070900     MULTIPLY SR-LN-E BY SR-LN2 GIVING SR-LN-RESULT ROUNDED
071000     ADD SR-ATANH SR-ATANH TO SR-LN-RESULT.
071100 4100-EXIT.
071200     EXIT.
071300*
071400 4110-HALVE.
071500     DIVIDE 2 INTO SR-LN-M
071600     ADD 1 TO SR-LN-E.
071700 4110-EXIT.
071800     EXIT.
071900*
072000 4120-ATANH-STEP.
072100     COMPUTE SR-ATANH ROUNDED = SR-ATANH + SR-ZP / SR-J
072200     COMPUTE SR-ZP = SR-ZP * SR-Z2.
072300 4120-EXIT.
072400     EXIT.
072500*
072600******************************************************************
072700*    4500  TERM-TO-DECIMAL -- the term magnitude SR-M * 10**SR-X *
072800*          as a fixed-point value in SR-TDEC; a term below the   *
072900*          last decimal place contributes nothing                *
073000******************************************************************
073100 4500-TERM-TO-DECIMAL.
073200     MOVE SR-M TO SR-TDEC
073300     IF SR-X < -26
073400         MOVE ZERO TO SR-TDEC
073500         GO TO 4500-EXIT
073600     END-IF
073700     IF SR-X > 0
073800         PERFORM 4510-TIMES-TEN THRU 4510-EXIT
073900             VARYING SR-I FROM 1 BY 1 UNTIL SR-I > SR-X
074000     END-IF
074100     IF SR-X < 0
074200         COMPUTE SR-E = 0 - SR-X
074300         PERFORM 4520-DIVIDE-TEN THRU 4520-EXIT
074400             VARYING SR-I FROM 1 BY 1 UNTIL SR-I > SR-E
074500     END-IF.
074600 4500-EXIT.
074700     EXIT.
074800*
074900 4510-TIMES-TEN.
075000     MULTIPLY 10 BY SR-TDEC.
075100 4510-EXIT.
075200     EXIT.
075300*
075400 4520-DIVIDE-TEN.
075500     DIVIDE 10 INTO SR-TDEC.
075600 4520-EXIT.
075700     EXIT.
075800*
075900******************************************************************
076000*    4900  NORMALIZE -- bring SR-M into [1,10), adjusting SR-X   *
076100******************************************************************
076200 4900-NORMALIZE.
076300     IF SR-M = ZERO
076400         GO TO 4900-EXIT
076500     END-IF
076600     PERFORM 4910-SCALE-DOWN THRU 4910-EXIT
076700         UNTIL SR-M < 10
076800     PERFORM 4920-SCALE-UP THRU 4920-EXIT
076900         UNTIL SR-M NOT < 1.
077000 4900-EXIT.
077100     EXIT.
077200*
077300 4910-SCALE-DOWN.
077400     DIVIDE 10 INTO SR-M
077500     ADD 1 TO SR-X.
077600 4910-EXIT.
077700     EXIT.
077800*
077900 4920-SCALE-UP.
078000     MULTIPLY 10 BY SR-M
078100     SUBTRACT 1 FROM SR-X.
078200 4920-EXIT.
078300     EXIT.
078400*
078500******************************************************************
078600*    4950  LEAD-MANTISSA -- the leading digits of the 48-digit   *
078700*          magnitude in SR-DIGITS as SR-M * 10**SR-X             *
078800******************************************************************
078900 4950-LEAD-MANTISSA.
079000     MOVE ZERO TO SR-M
079100     MOVE ZERO TO SR-NDIG
079200     MOVE 1    TO SR-SCALE
079300     PERFORM 4960-TAKE-DIGIT THRU 4960-EXIT
079400         VARYING SR-I FROM 1 BY 1 UNTIL SR-I > 48
079500     COMPUTE SR-X = SR-NDIG - 1.
079600 4950-EXIT.
079700     EXIT.
079800*
079900 4960-TAKE-DIGIT.
080000     IF SR-NDIG = 0 AND SR-DIGIT(SR-I) = 0
080100         GO TO 4960-EXIT
080200     END-IF
080300     ADD 1 TO SR-NDIG
080400     COMPUTE SR-M = SR-M + SR-DIGIT(SR-I) * SR-SCALE
080500     DIVIDE 10 INTO SR-SCALE.
080600 4960-EXIT.
080700     EXIT.
080800*
080900******************************************************************
081000*    5000  ADD-FRACTION -- WK-ACC += WK-TERM, reduced            *
081100******************************************************************
081200 5000-ADD-FRACTION.
081300     COMPUTE WK-NEW-NUM =
081400         (WK-ACC-NUM * WK-TERM-DEN) + (WK-TERM-NUM * WK-ACC-DEN)
081500         ON SIZE ERROR
081600             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
081700             GO TO 5000-EXIT
081800     END-COMPUTE
081900     COMPUTE WK-NEW-DEN = WK-ACC-DEN * WK-TERM-DEN
082000         ON SIZE ERROR
082100             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
082200             GO TO 5000-EXIT
082300     END-COMPUTE
082400     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT
082500     MOVE WK-NEW-NUM TO WK-ACC-NUM
082600     MOVE WK-NEW-DEN TO WK-ACC-DEN.
082700 5000-EXIT.
082800     EXIT.
082900*
083000******************************************************************
083100*    6000  REDUCE-FRACTION -- divide WK-NEW-NUM/WK-NEW-DEN by    *
083200*          their GCD (Euclidean algorithm)                       *
083300******************************************************************
083400 6000-REDUCE-FRACTION.
083500     IF WK-NEW-NUM = ZERO
083600         MOVE 1 TO WK-NEW-DEN
083700         GO TO 6000-EXIT
083800     END-IF
083900     IF WK-NEW-NUM >= ZERO
084000         MOVE WK-NEW-NUM TO WK-GCD-A
084100     ELSE
084200         COMPUTE WK-GCD-A = 0 - WK-NEW-NUM
084300     END-IF
084400     MOVE WK-NEW-DEN TO WK-GCD-B
084500     PERFORM 6100-GCD-STEP THRU 6100-EXIT
084600         UNTIL WK-GCD-B = ZERO
084700     MOVE WK-GCD-A TO WK-GCD
084800     IF WK-GCD > 1
084900         COMPUTE WK-NEW-NUM = WK-NEW-NUM / WK-GCD
085000         COMPUTE WK-NEW-DEN = WK-NEW-DEN / WK-GCD
085100     END-IF.
085200 6000-EXIT.
085300     EXIT.
085400*
085500 6100-GCD-STEP.
085600     MOVE WK-GCD-A TO WK-GCD-T
085700     MOVE WK-GCD-B TO WK-GCD-A
085800     DIVIDE WK-GCD-T BY WK-GCD-B
085900         GIVING WK-GCD-T REMAINDER WK-GCD-B.
086000 6100-EXIT.
086100     EXIT.
086200*
086300******************************************************************
086400*    7000  WRITE-RESULT -- one BERNSTRO record per request card  *
086500******************************************************************
086600 7000-WRITE-RESULT.
086700     MOVE SPACES TO BERNSTRO-RECORD
086800     MOVE SR-FUNCTION TO SO-FUNCTION
086900     MOVE SR-ARG      TO SO-ARG
087000     MOVE SR-XD       TO SO-XD
087100     MOVE SR-KT       TO SO-KT
087200     IF WK-NEW-NUM < ZERO
087300         MOVE '-' TO SO-NUM-SIGN
087400         COMPUTE SO-NUM-MAG = 0 - WK-NEW-NUM
087500     ELSE
087600         MOVE '+' TO SO-NUM-SIGN
087700         MOVE WK-NEW-NUM TO SO-NUM-MAG
087800     END-IF
087900     MOVE WK-NEW-DEN  TO SO-DEN-MAG
088000     MOVE SR-LOG      TO SO-LOG
088100     MOVE SR-BOUND-M  TO SO-BOUND-MANT
088200     MOVE 'E'         TO SO-BOUND-E
088300     MOVE SR-BOUND-X  TO SO-BOUND-EXP
088400     MOVE SR-RUN-DATE    TO SO-RUN-DATE
088500     MOVE SR-RUN-JOBNAME TO SO-RUN-JOBNAME
088600     MOVE SR-REMARK   TO SO-REMARK
088700     WRITE BERNSTRO-RECORD
088800     IF FS-BERNSTRO NOT = "00"
088900         DISPLAY "BERNSTIR: WRITE TO BERNSTRO FAILED, STATUS="
089000             FS-BERNSTRO
089100         MOVE 'Y' TO SR-FATAL-ERROR
089200     END-IF
089300     DISPLAY "LN" SO-FUNCTION "(" SO-ARG "/" SO-XD "," SO-KT
089400         ") = " SO-LOG " +/- " SO-BOUND " " SO-REMARK.
089500 7000-EXIT.
089600     EXIT.
089700*
089800******************************************************************
089900*    9000  END-RUN -- close the datasets, set the return code    *
090000******************************************************************
090100 9000-END-RUN.
090200     MOVE 'C' TO W-FUNCTION-CODE
090300     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
090400         W-STATUS
090500     CLOSE PARM-FILE
090600     CLOSE BERNSTRO
090700     DISPLAY "BERNSTIR: CARDS READ " SR-CARDS-READ
090800         ", LOG VALUES EVALUATED " SR-CARDS-DONE
090900     IF SR-HAS-FATAL-ERROR
091000         MOVE 20 TO RETURN-CODE
091100     ELSE
091200         IF SR-HAS-ANY-REJECT
091300             MOVE 16 TO RETURN-CODE
091400         ELSE
091500             IF SR-HAS-ANY-EXCEPTION
091600                 MOVE 12 TO RETURN-CODE
091700             ELSE
091800                 IF SR-HAS-ANY-OVERFLOW
091900                     MOVE 4 TO RETURN-CODE
092000                 ELSE
092100                     MOVE 0 TO RETURN-CODE
092200                 END-IF
092300             END-IF
092400         END-IF
092500     END-IF
092600     STOP RUN.
