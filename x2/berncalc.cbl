000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNCALC.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNCALC                                                      *
001100*                                                                *
001200*  Mixed calculation deck.  A quarter-end request package used   *
001300*  to go in as four jobs -- BERNSUMJ, BERNPOLJ, BERNEULJ and     *
001400*  BERNINQJ -- each with its own card layout, results dataset,   *
001500*  return code and wait for a job slot.  This program reads one  *
001600*  deck of typed cards, each a type code in front of the card    *
001700*  layout of the program it stands for, and routes every card    *
001800*  to the matching evaluation:                                   *
001900*                                                                *
002000*      S   power sum S(N) = 1**P + ... + N**P, as BERNSUM        *
002100*      P   offset power sum (1+F)**P + ... + (N+F)**P with       *
002200*          F = FN/FD, as BERNPOLY                                *
002300*      E   Euler-Maclaurin tail correction over KT terms, as     *
002400*          BERNEUL                                               *
002500*      I   single value B(K), as BERNINQ                         *
002600*                                                                *
002700*  The evaluations are those of the single-purpose programs,     *
002800*  carried in the same exact-fraction arithmetic with the same   *
002900*  18-digit capacity.  Every B(K) is read from the keyed         *
003000*  master BERNMAST through BERNLKP (function code 'G'), the      *
003100*  inquiry cards included, so each result rests on a build       *
003200*  certified on the BERNCERT ledger and carries that build's     *
003300*  run date and jobname.  A master exception ends the card with  *
003400*  a remark, exactly as in BERNSUM.                              *
003500*                                                                *
003600*  Every card, whatever its outcome, writes one record to the    *
003700*  consolidated results dataset BERNCALO: the card type, the     *
003800*  inputs, the exact reduced fraction (sign, 48-digit numerator  *
003900*  and 32-digit denominator magnitudes, wide enough for any      *
004000*  B(K) in the table), the decimal projection, the remark and    *
004100*  the build stamp.  At end of deck a control report on          *
004200*  BERNCALR counts the cards read, evaluated, over capacity,     *
004300*  ended by a master exception and rejected, by card type.       *
004400*                                                                *
004500*  SYSIN card layout -- col 01 the type code, then from col 03   *
004600*  the card of the program named:                                *
004700*      S  COLS 03-04  POWER P             (2 DIGITS, 00-60)      *
004800*         COLS 06-11  UPPER LIMIT N       (6 DIGITS)             *
004900*      P  COLS 03-04  POWER P             (2 DIGITS, 00-60)      *
005000*         COLS 06-11  UPPER LIMIT N       (6 DIGITS)             *
005100*         COLS 13-14  OFFSET NUMERATOR FN (2 DIGITS, FN < FD)    *
005200*         COLS 16-17  OFFSET DENOMINATOR FD (2 DIGITS, >= 1)     *
005300*      E  COLS 03-04  SERIES EXPONENT P   (2 DIGITS, 01-99)      *
005400*         COLS 06-11  TRUNCATION POINT NT (6 DIGITS, >= 1)       *
005500*         COLS 13-14  CORRECTION TERMS KT (2 DIGITS, >= 1,       *
005600*                     2*KT WITHIN THE TABLE CAPACITY)            *
005700*      I  COLS 03-04  REQUESTED INDEX K   (2 DIGITS, 00-60)      *
005800*                                                                *
005900*  RETURN-CODE on completion -- the worst outcome in the deck:   *
006000*      0   every card evaluated                                  *
006100*      4   at least one card exceeded the arithmetic capacity    *
006200*          (result written with a remark, no value)              *
006300*      12  at least one card ended with a master exception       *
006400*          (BERNMAST unavailable, a B(K) missing from it,        *
006500*          entries from more than one build, or a build          *
006600*          not certified on the BERNCERT ledger)                 *
006700*      16  at least one card was rejected (unknown type code,    *
006800*          non-numeric or out-of-range field)                    *
006900*      20  a dataset I/O error or a BERNMAST read failure        *
007000*          stopped the run                                       *
007100*                                                                *
007200*  MODIFICATION HISTORY                                          *
007300*  ---------------------                                         *
007400*  2026-10-15  ASG  New program.  One deck and one job for the   *
007500*                   quarter-end request package.                 *
007600*                                                                *
007700******************************************************************
007800 ENVIRONMENT DIVISION.
007900 INPUT-OUTPUT SECTION.
008000 FILE-CONTROL.
008100     SELECT PARM-FILE   ASSIGN TO "SYSIN"
008200         ORGANIZATION LINE SEQUENTIAL
008300         FILE STATUS IS FS-PARM-FILE.
008400     SELECT BERNCALO    ASSIGN TO "BERNCALO"
008500         ORGANIZATION LINE SEQUENTIAL
008600         FILE STATUS IS FS-BERNCALO.
008700     SELECT BERNCALR    ASSIGN TO "BERNCALR"
008800         ORGANIZATION LINE SEQUENTIAL
008900         FILE STATUS IS FS-BERNCALR.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300*
009400 FD  PARM-FILE.
009500 01  PARM-RECORD.
009600     05  PM-TYPE            PIC X(01).
009700     05  FILLER             PIC X(01).
009800     05  PM-BODY            PIC X(78).
009900     05  PM-SUM-CARD REDEFINES PM-BODY.
010000         10  PM-S-P         PIC 9(02).
010100         10  FILLER         PIC X(01).
010200         10  PM-S-N         PIC 9(06).
010300         10  FILLER         PIC X(69).
010400     05  PM-POLY-CARD REDEFINES PM-BODY.
010500         10  PM-P-P         PIC 9(02).
010600         10  FILLER         PIC X(01).
010700         10  PM-P-N         PIC 9(06).
010800         10  FILLER         PIC X(01).
010900         10  PM-P-FN        PIC 9(02).
011000         10  FILLER         PIC X(01).
011100         10  PM-P-FD        PIC 9(02).
011200         10  FILLER         PIC X(63).
011300     05  PM-EUL-CARD REDEFINES PM-BODY.
011400         10  PM-E-P         PIC 9(02).
011500         10  FILLER         PIC X(01).
011600         10  PM-E-NT        PIC 9(06).
011700         10  FILLER         PIC X(01).
011800         10  PM-E-KT        PIC 9(02).
011900         10  FILLER         PIC X(66).
012000     05  PM-INQ-CARD REDEFINES PM-BODY.
012100         10  PM-I-K         PIC 9(02).
012200         10  FILLER         PIC X(76).
012300*
012400 FD  BERNCALO.
012500 01  BERNCALO-RECORD.
012600     05  CO-TYPE            PIC X(01).
012700     05  CO-SEP1            PIC X(01).
012800     05  CO-P               PIC 9(02).
012900     05  CO-SEP2            PIC X(01).
013000     05  CO-N               PIC 9(06).
013100     05  CO-SEP3            PIC X(01).
013200     05  CO-FN              PIC 9(02).
013300     05  CO-SEP4            PIC X(01).
013400     05  CO-FD              PIC 9(02).
013500     05  CO-SEP5            PIC X(01).
013600     05  CO-KT              PIC 9(02).
013700     05  CO-SEP6            PIC X(01).
013800     05  CO-K               PIC 9(02).
013900     05  CO-SEP7            PIC X(01).
014000     05  CO-NUM-SIGN        PIC X(01).
014100     05  CO-NUM-MAG.
014200         10  CO-NUM-MAG-HI  PIC X(30).
014300         10  CO-NUM-MAG-LO  PIC 9(18).
014400     05  CO-SEP8            PIC X(01).
014500     05  CO-DEN-MAG.
014600         10  CO-DEN-MAG-HI  PIC X(14).
014700         10  CO-DEN-MAG-LO  PIC 9(18).
014800     05  CO-SEP9            PIC X(01).
014900     05  CO-DEC             PIC -(18)9.9(12).
015000     05  CO-SEP10           PIC X(01).
015100     05  CO-REMARK          PIC X(20).
015200     05  CO-SEP11           PIC X(01).
015300     05  CO-RUN-DATE        PIC 9(08).
015400     05  CO-SEP12           PIC X(01).
015500     05  CO-RUN-JOBNAME     PIC X(08).
015600*
015700 FD  BERNCALR.
015800 01  BERNCALR-RECORD        PIC X(80).
015900*
016000 WORKING-STORAGE SECTION.
016100******************************************************************
016200*    SHARED TABLE-CAPACITY CONSTANT                              *
016300******************************************************************
016400     COPY "bernlim.cpy".
016500*
016600 01  FS-PARM-FILE           PIC X(02).
016700 01  FS-BERNCALO            PIC X(02).
016800 01  FS-BERNCALR            PIC X(02).
016900*
017000 77  CC-EOF-SW              PIC X(01) VALUE 'N'.
017100     88  CC-END-OF-CARDS            VALUE 'Y'.
017200 77  CC-CARD-OK             PIC X(01) VALUE 'Y'.
017300     88  CC-CARD-ACCEPTED           VALUE 'Y'.
017400 77  CC-OVERFLOW-SW         PIC X(01) VALUE 'N'.
017500     88  CC-HAS-OVERFLOW            VALUE 'Y'.
017600 77  CC-EXCEPTION-SW        PIC X(01) VALUE 'N'.
017700     88  CC-HAS-EXCEPTION           VALUE 'Y'.
017800 77  CC-ENTRY-SW            PIC X(01) VALUE 'N'.
017900     88  CC-ANSWER-IS-ENTRY         VALUE 'Y'.
018000 77  CC-FATAL-ERROR         PIC X(01) VALUE 'N'.
018100     88  CC-HAS-FATAL-ERROR         VALUE 'Y'.
018200 77  CC-ANY-REJECT          PIC X(01) VALUE 'N'.
018300     88  CC-HAS-ANY-REJECT          VALUE 'Y'.
018400 77  CC-ANY-OVERFLOW        PIC X(01) VALUE 'N'.
018500     88  CC-HAS-ANY-OVERFLOW        VALUE 'Y'.
018600 77  CC-ANY-EXCEPTION       PIC X(01) VALUE 'N'.
018700     88  CC-HAS-ANY-EXCEPTION       VALUE 'Y'.
018800*
018900 77  CC-T                   PIC 9(01) COMP.
019000 77  CC-P                   PIC 9(02) VALUE ZERO.
019100 77  CC-N                   PIC 9(06) VALUE ZERO.
019200 77  CC-FN                  PIC 9(02) VALUE ZERO.
019300 77  CC-FD                  PIC 9(02) VALUE ZERO.
019400 77  CC-KT                  PIC 9(02) VALUE ZERO.
019500 77  CC-K                   PIC 9(02) VALUE ZERO.
019600 77  CC-J                   PIC 9(02) COMP.
019700 77  CC-TWOK                PIC 9(02) COMP.
019800 77  CC-E                   PIC 9(03) COMP.
019900 77  CC-I                   PIC 9(03) COMP.
020000 77  CC-BASE-1              PIC 9(09) COMP.
020100 77  CC-BASE-2              PIC 9(09) COMP.
020200 77  CC-BASE-D              PIC 9(09) COMP.
020300 77  CC-FETCH-INDEX         PIC 9(02).
020400 77  CC-CARDS-READ          PIC 9(04) COMP VALUE ZERO.
020500 77  CC-RUN-DATE            PIC 9(08) VALUE ZERO.
020600 77  CC-RUN-JOBNAME         PIC X(08) VALUE SPACES.
020700 77  CC-DEC                 PIC S9(18)V9(12) COMP-3.
020800 77  CC-DEC-EDIT            PIC -(18)9.9(12).
020900*
021000******************************************************************
021100*    CARD TYPES AS PRINTED ON THE CONTROL REPORT; ROW 5 GATHERS  *
021200*    CARDS WHOSE TYPE CODE IS NOT RECOGNISED                     *
021300******************************************************************
021400 01  CC-TYPE-VALUES.
021500     05  FILLER             PIC X(21) VALUE "SPOWER SUMS".
021600     05  FILLER             PIC X(21) VALUE "POFFSET POWER SUMS".
021700     05  FILLER             PIC X(21) VALUE "ETAIL CORRECTIONS".
021800     05  FILLER             PIC X(21) VALUE "IINQUIRIES".
021900     05  FILLER             PIC X(21) VALUE "?UNRECOGNISED TYPE".
022000 01  CC-TYPE-TABLE REDEFINES CC-TYPE-VALUES.
022100     05  CC-TYPE-ROW OCCURS 5 TIMES.
022200         10  CC-TY-CODE     PIC X(01).
022300         10  CC-TY-LABEL    PIC X(20).
022400*
022500******************************************************************
022600*    CARD COUNTS BY TYPE; ROW 6 IS THE DECK TOTAL                *
022700******************************************************************
022800 01  CC-COUNT-TABLE.
022900     05  CC-COUNT-ROW OCCURS 6 TIMES.
023000         10  CC-CT-READ     PIC 9(05) COMP.
023100         10  CC-CT-DONE     PIC 9(05) COMP.
023200         10  CC-CT-OVER     PIC 9(05) COMP.
023300         10  CC-CT-EXCP     PIC 9(05) COMP.
023400         10  CC-CT-REJECT   PIC 9(05) COMP.
023500*
023600 77  W-FUNCTION-CODE        PIC X(01).
023700 77  W-INDEX                PIC 9(02).
023800 01  W-ENTRY.
023900     05  W-NUM.
024000         10  W-NUM-SIGN     PIC X(01).
024100         10  W-NUM-MAG.
024200             15  W-NUM-MAG-HI
024300                            PIC X(30).
024400             15  W-NUM-MAG-LO
024500                            PIC 9(18).
024600     05  W-DEN.
024700         10  W-DEN-MAG.
024800             15  W-DEN-MAG-HI
024900                            PIC X(14).
025000             15  W-DEN-MAG-LO
025100                            PIC 9(18).
025200     05  W-DEC              PIC S9(18)V9(12) COMP-3.
025300     05  W-DEC-FLAG         PIC X(01).
025400     05  W-ZERO-FLAG        PIC X(01).
025500     05  W-RUN-DATE         PIC 9(08).
025600     05  W-RUN-JOBNAME      PIC X(08).
025700 77  CC-BNUM                PIC S9(18) COMP-3.
025800 77  W-STATUS               PIC X(02).
025900*
026000******************************************************************
026100*    EXACT-FRACTION WORK FIELDS, AS IN BERNSUM                   *
026200******************************************************************
026300 77  WK-BINOM               PIC S9(20) COMP-3.
026400 77  WK-RISING              PIC S9(18) COMP-3.
026500 77  WK-FACT                PIC  9(18) COMP-3.
026600 77  WK-POWER-1             PIC  9(18) COMP-3.
026700 77  WK-POWER-2             PIC  9(18) COMP-3.
026800 77  WK-POWER-D             PIC  9(18) COMP-3.
026900 77  WK-DIFF                PIC S9(18) COMP-3.
027000 77  WK-TERM-NUM            PIC S9(18) COMP-3.
027100 77  WK-TERM-DEN            PIC  9(18) COMP-3.
027200 77  WK-ACC-NUM             PIC S9(18) COMP-3.
027300 77  WK-ACC-DEN             PIC  9(18) COMP-3.
027400 77  WK-NEW-NUM             PIC S9(18) COMP-3.
027500 77  WK-NEW-DEN             PIC  9(18) COMP-3.
027600 77  WK-GCD-A               PIC  9(18) COMP-3.
027700 77  WK-GCD-B               PIC  9(18) COMP-3.
027800 77  WK-GCD-T               PIC  9(18) COMP-3.
027900 77  WK-GCD                 PIC  9(18) COMP-3.
028000*
028100******************************************************************
028200*    CONTROL REPORT LINES                                        *
028300******************************************************************
028400 01  RL-TITLE.
028500     05  FILLER             PIC X(10) VALUE "BERNCALC".
028600     05  FILLER             PIC X(44) VALUE
028700         "BERNOULLI CALCULATION DECK CONTROL REPORT".
028800     05  FILLER             PIC X(26) VALUE SPACES.
028900 01  RL-RUN-LINE.
029000     05  FILLER             PIC X(10) VALUE "RUN DATE".
029100     05  RL-RN-DATE         PIC 9(08).
029200     05  FILLER             PIC X(62) VALUE SPACES.
029300 01  RL-HEADING.
029400     05  FILLER             PIC X(25) VALUE "T  CARD TYPE".
029500     05  FILLER             PIC X(06) VALUE "READ".
029600     05  FILLER             PIC X(11) VALUE "EVALUATED".
029700     05  FILLER             PIC X(10) VALUE "OVER CAP".
029800     05  FILLER             PIC X(11) VALUE "EXCEPTION".
029900     05  FILLER             PIC X(17) VALUE "REJECTED".
030000 01  RL-TYPE-LINE.
030100     05  RL-TY-CODE         PIC X(01).
030200     05  FILLER             PIC X(02) VALUE SPACES.
030300     05  RL-TY-LABEL        PIC X(20).
030400     05  FILLER             PIC X(01) VALUE SPACES.
030500     05  RL-TY-READ         PIC ZZZZ9.
030600     05  FILLER             PIC X(06) VALUE SPACES.
030700     05  RL-TY-DONE         PIC ZZZZ9.
030800     05  FILLER             PIC X(05) VALUE SPACES.
030900     05  RL-TY-OVER         PIC ZZZZ9.
031000     05  FILLER             PIC X(06) VALUE SPACES.
031100     05  RL-TY-EXCP         PIC ZZZZ9.
031200     05  FILLER             PIC X(05) VALUE SPACES.
031300     05  RL-TY-REJECT       PIC ZZZZ9.
031400     05  FILLER             PIC X(09) VALUE SPACES.
031500 01  RL-RC-LINE.
031600     05  FILLER             PIC X(30) VALUE
031700         "WORST-OUTCOME RETURN CODE".
031800     05  RL-RC-VALUE        PIC Z9.
031900     05  FILLER             PIC X(48) VALUE SPACES.
032000 77  CC-TODAY               PIC 9(08).
032100*
032200 PROCEDURE DIVISION.
032300*
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE    THRU 1000-EXIT
032600     IF NOT CC-HAS-FATAL-ERROR
032700         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
032800             UNTIL CC-END-OF-CARDS
032900                OR CC-HAS-FATAL-ERROR
033000     END-IF
033100     PERFORM 9000-END-RUN.
033200*
033300******************************************************************
033400*    1000  INITIALIZE -- open the datasets (BERNLKP opens the    *
033500*          master itself on the first keyed read)                *
033600******************************************************************
033700 1000-INITIALIZE.
033800     INITIALIZE CC-COUNT-TABLE
033900     OPEN INPUT PARM-FILE
034000     IF FS-PARM-FILE NOT = "00"
034100         DISPLAY "BERNCALC: UNABLE TO OPEN SYSIN, STATUS="
034200             FS-PARM-FILE
034300         MOVE 'Y' TO CC-FATAL-ERROR
034400         GO TO 1000-EXIT
034500     END-IF
034600     OPEN OUTPUT BERNCALO
034700     IF FS-BERNCALO NOT = "00"
034800         DISPLAY "BERNCALC: UNABLE TO OPEN BERNCALO, STATUS="
034900             FS-BERNCALO
035000         MOVE 'Y' TO CC-FATAL-ERROR
035100         GO TO 1000-EXIT
035200     END-IF
035300     OPEN OUTPUT BERNCALR
035400     IF FS-BERNCALR NOT = "00"
035500         DISPLAY "BERNCALC: UNABLE TO OPEN BERNCALR, STATUS="
035600             FS-BERNCALR
035700         MOVE 'Y' TO CC-FATAL-ERROR
035800     END-IF.
035900 1000-EXIT.
036000     EXIT.
036100*
036200******************************************************************
036300*    2000  PROCESS-CARD -- read one card, route it by type code  *
036400*          to its validation and evaluation, write the result    *
036500*          and count the outcome                                 *
036600******************************************************************
036700 2000-PROCESS-CARD.
036800     READ PARM-FILE
036900         AT END
037000             MOVE 'Y' TO CC-EOF-SW
037100             GO TO 2000-EXIT
037200     END-READ
037300     ADD 1 TO CC-CARDS-READ
037400     MOVE 'Y' TO CC-CARD-OK
037500     MOVE 'N' TO CC-OVERFLOW-SW
037600     MOVE 'N' TO CC-EXCEPTION-SW
037700     MOVE 'N' TO CC-ENTRY-SW
037800     MOVE ZERO   TO CC-RUN-DATE
037900     MOVE SPACES TO CC-RUN-JOBNAME
038000     MOVE ZEROES TO CC-P CC-N CC-FN CC-FD CC-KT CC-K
038100     MOVE ZERO TO WK-NEW-NUM
038200     MOVE 1    TO WK-NEW-DEN
038300     MOVE SPACES TO CO-REMARK
038400     EVALUATE PM-TYPE
038500         WHEN 'S'
038600             MOVE 1 TO CC-T
038700             PERFORM 2100-VALIDATE-SUM THRU 2100-EXIT
038800             IF CC-CARD-ACCEPTED
038900                 PERFORM 3000-EVALUATE-SUM THRU 3000-EXIT
039000             END-IF
039100         WHEN 'P'
039200             MOVE 2 TO CC-T
039300             PERFORM 2200-VALIDATE-POLY THRU 2200-EXIT
039400             IF CC-CARD-ACCEPTED
039500                 PERFORM 3100-EVALUATE-POLY THRU 3100-EXIT
039600             END-IF
039700         WHEN 'E'
039800             MOVE 3 TO CC-T
039900             PERFORM 2300-VALIDATE-EUL THRU 2300-EXIT
040000             IF CC-CARD-ACCEPTED
040100                 PERFORM 3200-EVALUATE-EUL THRU 3200-EXIT
040200             END-IF
040300         WHEN 'I'
040400             MOVE 4 TO CC-T
040500             PERFORM 2400-VALIDATE-INQ THRU 2400-EXIT
040600             IF CC-CARD-ACCEPTED
040700                 PERFORM 3300-ANSWER-INQ THRU 3300-EXIT
040800             END-IF
040900         WHEN OTHER
041000             MOVE 5 TO CC-T
041100             DISPLAY "BERNCALC: CARD " CC-CARDS-READ
041200                 " REJECTED, TYPE CODE '" PM-TYPE
041300                 "' IS NOT S, P, E OR I"
041400             PERFORM 2900-REJECT-CARD THRU 2900-EXIT
041500             MOVE "UNKNOWN CARD TYPE"   TO CO-REMARK
041600     END-EVALUATE
041700     IF CC-HAS-FATAL-ERROR
041800         GO TO 2000-EXIT
041900     END-IF
042000     PERFORM 2950-COUNT-OUTCOME THRU 2950-EXIT
042100     PERFORM 7000-WRITE-RESULT THRU 7000-EXIT.
042200 2000-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600*    2100  VALIDATE-SUM -- the BERNSUM card: both fields         *
042700*          numeric, P within the capacity of the Bernoulli table *
042800******************************************************************
042900 2100-VALIDATE-SUM.
043000     IF PM-S-P NOT NUMERIC OR PM-S-N NOT NUMERIC
043100         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
043200             " REJECTED, NON-NUMERIC P OR N"
043300         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
043400         MOVE "CARD NOT NUMERIC"    TO CO-REMARK
043500         GO TO 2100-EXIT
043600     END-IF
043700     MOVE PM-S-P TO CC-P
043800     MOVE PM-S-N TO CC-N
043900     IF CC-P > BT-MAX-INDEX
044000         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
044100             " REJECTED, P=" CC-P
044200             " EXCEEDS TABLE CAPACITY OF " BT-MAX-INDEX
044300         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
044400         MOVE "P EXCEEDS TABLE"     TO CO-REMARK
044500     END-IF.
044600 2100-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000*    2200  VALIDATE-POLY -- the BERNPOLY card: all fields        *
045100*          numeric, P within the table capacity, the offset a    *
045200*          proper fraction of a period                           *
045300******************************************************************
045400 2200-VALIDATE-POLY.
045500     IF PM-P-P NOT NUMERIC OR PM-P-N NOT NUMERIC
045600       OR PM-P-FN NOT NUMERIC OR PM-P-FD NOT NUMERIC
045700         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
045800             " REJECTED, NON-NUMERIC FIELD"
045900         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
046000         MOVE "CARD NOT NUMERIC"    TO CO-REMARK
046100         GO TO 2200-EXIT
046200     END-IF
046300     MOVE PM-P-P  TO CC-P
046400     MOVE PM-P-N  TO CC-N
046500     MOVE PM-P-FN TO CC-FN
046600     MOVE PM-P-FD TO CC-FD
046700     IF CC-P > BT-MAX-INDEX
046800         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
046900             " REJECTED, P=" CC-P
047000             " EXCEEDS TABLE CAPACITY OF " BT-MAX-INDEX
047100         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
047200         MOVE "P EXCEEDS TABLE"     TO CO-REMARK
047300         GO TO 2200-EXIT
047400     END-IF
047500     IF CC-FD = 0 OR CC-FN >= CC-FD
047600         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
047700             " REJECTED, OFFSET " CC-FN "/" CC-FD
047800             " IS NOT A PROPER FRACTION OF A PERIOD"
047900         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
048000         MOVE "OFFSET NOT PROPER"   TO CO-REMARK
048100     END-IF.
048200 2200-EXIT.
048300     EXIT.
048400*
048500******************************************************************
048600*    2300  VALIDATE-EUL -- the BERNEUL card: all fields numeric  *
048700*          and positive, 2*KT within the table capacity          *
048800******************************************************************
048900 2300-VALIDATE-EUL.
049000     IF PM-E-P NOT NUMERIC OR PM-E-NT NOT NUMERIC
049100       OR PM-E-KT NOT NUMERIC
049200         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
049300             " REJECTED, NON-NUMERIC P, NT OR KT"
049400         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
049500         MOVE "CARD NOT NUMERIC"    TO CO-REMARK
049600         GO TO 2300-EXIT
049700     END-IF
049800     MOVE PM-E-P  TO CC-P
049900     MOVE PM-E-NT TO CC-N
050000     MOVE PM-E-KT TO CC-KT
050100     IF CC-P = 0 OR CC-N = 0 OR CC-KT = 0
050200         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
050300             " REJECTED, P, NT AND KT MUST ALL BE POSITIVE"
050400         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
050500         MOVE "FIELD NOT POSITIVE"  TO CO-REMARK
050600         GO TO 2300-EXIT
050700     END-IF
050800     IF CC-KT * 2 > BT-MAX-INDEX
050900         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
051000             " REJECTED, KT=" CC-KT
051100             " NEEDS B(2*KT) BEYOND TABLE CAPACITY OF "
051200             BT-MAX-INDEX
051300         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
051400         MOVE "2*KT EXCEEDS TABLE"  TO CO-REMARK
051500     END-IF.
051600 2300-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000*    2400  VALIDATE-INQ -- the BERNINQ card: a numeric index     *
052100*          within the table capacity                             *
052200******************************************************************
052300 2400-VALIDATE-INQ.
052400     IF PM-I-K NOT NUMERIC
052500         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
052600             " REJECTED, NON-NUMERIC INDEX"
052700         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
052800         MOVE "CARD NOT NUMERIC"    TO CO-REMARK
052900         GO TO 2400-EXIT
053000     END-IF
053100     MOVE PM-I-K TO CC-K
053200     IF CC-K > BT-MAX-INDEX
053300         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
053400             " REJECTED, B(" CC-K ") EXCEEDS THE TABLE CAPACITY "
053500             "OF " BT-MAX-INDEX
053600         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
053700         MOVE "K EXCEEDS TABLE"     TO CO-REMARK
053800     END-IF.
053900 2400-EXIT.
054000     EXIT.
054100*
054200 2900-REJECT-CARD.
054300     MOVE 'N' TO CC-CARD-OK
054400     MOVE 'Y' TO CC-ANY-REJECT.
054500 2900-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900*    2950  COUNT-OUTCOME -- one count for the card's type and    *
055000*          one for the deck total                                *
055100******************************************************************
055200 2950-COUNT-OUTCOME.
055300     ADD 1 TO CC-CT-READ (CC-T)
055400     ADD 1 TO CC-CT-READ (6)
055500     IF NOT CC-CARD-ACCEPTED
055600         ADD 1 TO CC-CT-REJECT (CC-T)
055700         ADD 1 TO CC-CT-REJECT (6)
055800     ELSE
055900         IF CC-HAS-OVERFLOW
056000             ADD 1 TO CC-CT-OVER (CC-T)
056100             ADD 1 TO CC-CT-OVER (6)
056200         ELSE
056300             IF CC-HAS-EXCEPTION
056400                 ADD 1 TO CC-CT-EXCP (CC-T)
056500                 ADD 1 TO CC-CT-EXCP (6)
056600             ELSE
056700                 ADD 1 TO CC-CT-DONE (CC-T)
056800                 ADD 1 TO CC-CT-DONE (6)
056900             END-IF
057000         END-IF
057100     END-IF.
057200 2950-EXIT.
057300     EXIT.
057400*
057500******************************************************************
057600*    3000  EVALUATE-SUM -- fold C(P+1,J) * B(J) * (N+1)**(P+1-J) *
057700*          for J = 0 .. P, divide by (P+1); the closed form      *
057800*          counts the K = 0 term, so one comes off when P = 0    *
057900******************************************************************
058000 3000-EVALUATE-SUM.
058100     COMPUTE CC-BASE-1 = CC-N + 1
058200     MOVE 1 TO CC-BASE-2
058300     MOVE 1 TO CC-BASE-D
058400     MOVE ZERO TO WK-ACC-NUM
058500     MOVE 1    TO WK-ACC-DEN
058600     PERFORM 3010-SUM-TERM THRU 3010-EXIT
058700         VARYING CC-J FROM 0 BY 1
058800             UNTIL CC-J > CC-P
058900                OR CC-HAS-OVERFLOW
059000                OR CC-HAS-EXCEPTION
059100                OR CC-HAS-FATAL-ERROR
059200     IF CC-HAS-OVERFLOW OR CC-HAS-EXCEPTION
059300       OR CC-HAS-FATAL-ERROR
059400         GO TO 3000-EXIT
059500     END-IF
059600     MOVE WK-ACC-NUM TO WK-NEW-NUM
059700     COMPUTE WK-NEW-DEN = WK-ACC-DEN * (CC-P + 1)
059800         ON SIZE ERROR
059900             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
060000             GO TO 3000-EXIT
060100     END-COMPUTE
060200     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT
060300     IF WK-NEW-DEN NOT = 1
060400         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
060500             " RESIDUAL FRACTION, DENOMINATOR=" WK-NEW-DEN
060600         MOVE 'Y' TO CC-FATAL-ERROR
060700         GO TO 3000-EXIT
060800     END-IF
060900     IF CC-P = 0
061000         SUBTRACT 1 FROM WK-NEW-NUM
061100     END-IF.
061200 3000-EXIT.
061300     EXIT.
061400*
061500 3010-SUM-TERM.
061600     MOVE CC-J TO CC-FETCH-INDEX
061700     PERFORM 3500-FETCH-ENTRY THRU 3500-EXIT
061800     IF CC-HAS-EXCEPTION OR CC-HAS-FATAL-ERROR
061900         GO TO 3010-EXIT
062000     END-IF
062100     IF W-ZERO-FLAG = 'Y'
062200         GO TO 3010-EXIT
062300     END-IF
062400     PERFORM 3550-TAKE-NUMERATOR THRU 3550-EXIT
062500     IF CC-HAS-OVERFLOW
062600         GO TO 3010-EXIT
062700     END-IF
062800     PERFORM 3600-COMPUTE-BINOM THRU 3600-EXIT
062900     COMPUTE CC-E = CC-P + 1 - CC-J
063000     PERFORM 3700-COMPUTE-POWERS THRU 3700-EXIT
063100     IF CC-HAS-OVERFLOW
063200         GO TO 3010-EXIT
063300     END-IF
063400     COMPUTE WK-TERM-NUM = WK-BINOM * CC-BNUM
063500         ON SIZE ERROR
063600             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
063700             GO TO 3010-EXIT
063800     END-COMPUTE
063900     COMPUTE WK-TERM-NUM = WK-TERM-NUM * WK-POWER-1
064000         ON SIZE ERROR
064100             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
064200             GO TO 3010-EXIT
064300     END-COMPUTE
064400     MOVE W-DEN-MAG-LO TO WK-TERM-DEN
064500     PERFORM 5000-ADD-FRACTION THRU 5000-EXIT.
064600 3010-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000*    3100  EVALUATE-POLY -- with A1 = (N+1)*FD+FN, A2 = FD+FN    *
065100*          and E = P+1-J, fold                                   *
065200*          C(P+1,J) * B(J) * (A1**E - A2**E) / (BDEN * FD**E)    *
065300*          for J = 0 .. P and divide by (P+1)                    *
065400******************************************************************
065500 3100-EVALUATE-POLY.
065600     COMPUTE CC-BASE-1 = (CC-N + 1) * CC-FD + CC-FN
065700     COMPUTE CC-BASE-2 = CC-FD + CC-FN
065800     MOVE CC-FD TO CC-BASE-D
065900     MOVE ZERO TO WK-ACC-NUM
066000     MOVE 1    TO WK-ACC-DEN
066100     PERFORM 3110-POLY-TERM THRU 3110-EXIT
066200         VARYING CC-J FROM 0 BY 1
066300             UNTIL CC-J > CC-P
066400                OR CC-HAS-OVERFLOW
066500                OR CC-HAS-EXCEPTION
066600                OR CC-HAS-FATAL-ERROR
066700     IF CC-HAS-OVERFLOW OR CC-HAS-EXCEPTION
066800       OR CC-HAS-FATAL-ERROR
066900         GO TO 3100-EXIT
067000     END-IF
067100     MOVE WK-ACC-NUM TO WK-NEW-NUM
067200     COMPUTE WK-NEW-DEN = WK-ACC-DEN * (CC-P + 1)
067300         ON SIZE ERROR
067400             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
067500             GO TO 3100-EXIT
067600     END-COMPUTE
067700     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT.
067800 3100-EXIT.
067900     EXIT.
068000*
068100 3110-POLY-TERM.
068200     MOVE CC-J TO CC-FETCH-INDEX
068300     PERFORM 3500-FETCH-ENTRY THRU 3500-EXIT
068400     IF CC-HAS-EXCEPTION OR CC-HAS-FATAL-ERROR
068500         GO TO 3110-EXIT
068600     END-IF
068700     IF W-ZERO-FLAG = 'Y'
068800         GO TO 3110-EXIT
068900     END-IF
069000     PERFORM 3550-TAKE-NUMERATOR THRU 3550-EXIT
069100     IF CC-HAS-OVERFLOW
069200         GO TO 3110-EXIT
069300     END-IF
069400     PERFORM 3600-COMPUTE-BINOM THRU 3600-EXIT
069500     COMPUTE CC-E = CC-P + 1 - CC-J
069600     PERFORM 3700-COMPUTE-POWERS THRU 3700-EXIT
069700     IF CC-HAS-OVERFLOW
069800         GO TO 3110-EXIT
069900     END-IF
070000     COMPUTE WK-DIFF = WK-POWER-1 - WK-POWER-2
070100     COMPUTE WK-TERM-NUM = WK-BINOM * CC-BNUM
070200         ON SIZE ERROR
070300             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
070400             GO TO 3110-EXIT
070500     END-COMPUTE
070600     COMPUTE WK-TERM-NUM = WK-TERM-NUM * WK-DIFF
070700         ON SIZE ERROR
070800             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
070900             GO TO 3110-EXIT
071000     END-COMPUTE
071100     MOVE W-DEN-MAG-LO TO WK-TERM-DEN
071200     COMPUTE WK-TERM-DEN = WK-TERM-DEN * WK-POWER-D
071300         ON SIZE ERROR
071400             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
071500             GO TO 3110-EXIT
071600     END-COMPUTE
071700     PERFORM 5000-ADD-FRACTION THRU 5000-EXIT.
071800 3110-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200*    3200  EVALUATE-EUL -- fold                                  *
072300*              B(2K) / (2K)! * P(P+1)...(P+2K-2) / NT**(P+2K-1)  *
072400*          for K = 1 .. KT                                       *
072500******************************************************************
072600 3200-EVALUATE-EUL.
072700     MOVE CC-N TO CC-BASE-1
072800     MOVE 1    TO CC-BASE-2
072900     MOVE 1    TO CC-BASE-D
073000     MOVE ZERO TO WK-ACC-NUM
073100     MOVE 1    TO WK-ACC-DEN
073200     PERFORM 3210-EUL-TERM THRU 3210-EXIT
073300         VARYING CC-J FROM 1 BY 1
073400             UNTIL CC-J > CC-KT
073500                OR CC-HAS-OVERFLOW
073600                OR CC-HAS-EXCEPTION
073700                OR CC-HAS-FATAL-ERROR
073800     IF CC-HAS-OVERFLOW OR CC-HAS-EXCEPTION
073900       OR CC-HAS-FATAL-ERROR
074000         GO TO 3200-EXIT
074100     END-IF
074200     MOVE WK-ACC-NUM TO WK-NEW-NUM
074300     MOVE WK-ACC-DEN TO WK-NEW-DEN
074400     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT.
074500 3200-EXIT.
074600     EXIT.
074700*
074800 3210-EUL-TERM.
074900     COMPUTE CC-TWOK = CC-J * 2
075000     MOVE CC-TWOK TO CC-FETCH-INDEX
075100     PERFORM 3500-FETCH-ENTRY THRU 3500-EXIT
075200     IF CC-HAS-EXCEPTION OR CC-HAS-FATAL-ERROR
075300         GO TO 3210-EXIT
075400     END-IF
075500     PERFORM 3550-TAKE-NUMERATOR THRU 3550-EXIT
075600     IF CC-HAS-OVERFLOW
075700         GO TO 3210-EXIT
075800     END-IF
075900     PERFORM 3800-COMPUTE-RISING THRU 3800-EXIT
076000     IF CC-HAS-OVERFLOW
076100         GO TO 3210-EXIT
076200     END-IF
076300     PERFORM 3850-COMPUTE-FACT THRU 3850-EXIT
076400     IF CC-HAS-OVERFLOW
076500         GO TO 3210-EXIT
076600     END-IF
076700     COMPUTE CC-E = CC-P + CC-TWOK - 1
076800     PERFORM 3700-COMPUTE-POWERS THRU 3700-EXIT
076900     IF CC-HAS-OVERFLOW
077000         GO TO 3210-EXIT
077100     END-IF
077200     COMPUTE WK-TERM-NUM = CC-BNUM * WK-RISING
077300         ON SIZE ERROR
077400             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
077500             GO TO 3210-EXIT
077600     END-COMPUTE
077700     MOVE W-DEN-MAG-LO TO WK-TERM-DEN
077800     COMPUTE WK-TERM-DEN = WK-TERM-DEN * WK-FACT
077900         ON SIZE ERROR
078000             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
078100             GO TO 3210-EXIT
078200     END-COMPUTE
078300     COMPUTE WK-TERM-DEN = WK-TERM-DEN * WK-POWER-1
078400         ON SIZE ERROR
078500             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
078600             GO TO 3210-EXIT
078700     END-COMPUTE
078800     PERFORM 5000-ADD-FRACTION THRU 5000-EXIT.
078900 3210-EXIT.
079000     EXIT.
079100*
079200******************************************************************
079300*    3300  ANSWER-INQ -- the master entry itself is the answer,  *
079400*          at its full multi-word width                          *
079500******************************************************************
079600 3300-ANSWER-INQ.
079700     MOVE CC-K TO CC-FETCH-INDEX
079800     PERFORM 3500-FETCH-ENTRY THRU 3500-EXIT
079900     IF CC-HAS-EXCEPTION OR CC-HAS-FATAL-ERROR
080000         GO TO 3300-EXIT
080100     END-IF
080200     MOVE 'Y' TO CC-ENTRY-SW
080300     IF W-ZERO-FLAG = 'Y'
080400         MOVE "ZERO BY DEFINITION"  TO CO-REMARK
080500     END-IF
080600     IF W-DEC-FLAG = 'O'
080700         MOVE "EXCEEDS DEC PICTURE" TO CO-REMARK
080800     END-IF.
080900 3300-EXIT.
081000     EXIT.
081100*
081200******************************************************************
081300*    3500  FETCH-ENTRY -- keyed read of B(CC-FETCH-INDEX)        *
081400*          through BERNLKP.  A master that cannot be opened or   *
081500*          an index missing from it ends the card with an        *
081600*          exception; every entry a card uses must come from     *
081700*          the one build stamped on its result record, and that  *
081800*          build must be certified on the BERNCERT ledger        *
081900******************************************************************
082000 3500-FETCH-ENTRY.
082100     MOVE 'G'            TO W-FUNCTION-CODE
082200     MOVE CC-FETCH-INDEX TO W-INDEX
082300     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
082400         W-STATUS
082500     EVALUATE W-STATUS
082600         WHEN '00'
082700             CONTINUE
082800         WHEN '04'
082900             DISPLAY "BERNCALC: CARD " CC-CARDS-READ
083000                 " B(" CC-FETCH-INDEX ") IS NOT ON BERNMAST"
083100             STRING "B(" CC-FETCH-INDEX ") NOT ON MASTER"
083200                 DELIMITED BY SIZE INTO CO-REMARK
083300             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
083400             GO TO 3500-EXIT
083500         WHEN '08'
083600             DISPLAY "BERNCALC: CARD " CC-CARDS-READ
083700                 " BERNMAST IS UNAVAILABLE"
083800             MOVE "MASTER UNAVAILABLE"  TO CO-REMARK
083900             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
084000             GO TO 3500-EXIT
084100         WHEN '20'
084200             DISPLAY "BERNCALC: CARD " CC-CARDS-READ
084300                 " BUILD " W-RUN-DATE " " W-RUN-JOBNAME
084400                 " IS NOT CERTIFIED ON BERNCERT"
084500             MOVE "BUILD NOT CERTIFIED" TO CO-REMARK
084600             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
084700             GO TO 3500-EXIT
084800         WHEN OTHER
084900             DISPLAY "BERNCALC: BERNLKP FAILED FOR INDEX "
085000                 CC-FETCH-INDEX ", STATUS=" W-STATUS
085100             MOVE 'Y' TO CC-FATAL-ERROR
085200             GO TO 3500-EXIT
085300     END-EVALUATE
085400     IF CC-RUN-DATE = ZERO AND CC-RUN-JOBNAME = SPACES
085500         MOVE W-RUN-DATE    TO CC-RUN-DATE
085600         MOVE W-RUN-JOBNAME TO CC-RUN-JOBNAME
085700         GO TO 3500-EXIT
085800     END-IF
085900     IF W-RUN-DATE NOT = CC-RUN-DATE
086000       OR W-RUN-JOBNAME NOT = CC-RUN-JOBNAME
086100         DISPLAY "BERNCALC: CARD " CC-CARDS-READ
086200             " B(" CC-FETCH-INDEX ") IS FROM RUN " W-RUN-DATE " "
086300             W-RUN-JOBNAME ", NOT " CC-RUN-DATE " "
086400             CC-RUN-JOBNAME
086500         MOVE "MIXED MASTER BUILDS" TO CO-REMARK
086600         PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
086700     END-IF.
086800 3500-EXIT.
086900     EXIT.
087000*
087100******************************************************************
087200*    3550  TAKE-NUMERATOR -- the signed B(K) numerator into      *
087300*          CC-BNUM; a B(K) too wide for the 18-digit evaluation  *
087400*          fields is an oversize request, answered with a remark *
087500*          like any other                                        *
087600******************************************************************
087700 3550-TAKE-NUMERATOR.
087800     IF W-NUM-MAG-HI NOT = ZEROS
087900       OR W-DEN-MAG-HI NOT = ZEROS
088000         PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
088100         GO TO 3550-EXIT
088200     END-IF
088300     MOVE W-NUM-MAG-LO TO CC-BNUM
088400     IF W-NUM-SIGN = '-'
088500         COMPUTE CC-BNUM = 0 - CC-BNUM
088600     END-IF.
088700 3550-EXIT.
088800     EXIT.
088900*
089000******************************************************************
089100*    3600  COMPUTE-BINOM -- exact C(P+1,J) into WK-BINOM         *
089200*          (multiply-then-divide keeps every intermediate result *
089300*          an integer, since a product of J consecutive integers *
089400*          is always divisible by J!)                            *
089500******************************************************************
089600 3600-COMPUTE-BINOM.
089700     MOVE 1 TO WK-BINOM
089800     PERFORM 3610-BINOM-STEP THRU 3610-EXIT
089900         VARYING CC-I FROM 1 BY 1 UNTIL CC-I > CC-J.
090000 3600-EXIT.
090100     EXIT.
090200*
090300 3610-BINOM-STEP.
090400     COMPUTE WK-BINOM = WK-BINOM * (CC-P + 2 - CC-I)
090500     DIVIDE WK-BINOM BY CC-I GIVING WK-BINOM.
090600 3610-EXIT.
090700     EXIT.
090800*
090900******************************************************************
091000*    3700  COMPUTE-POWERS -- CC-BASE-1**E, CC-BASE-2**E and      *
091100*          CC-BASE-D**E into the three power fields (a card type *
091200*          that needs only one power sets the other bases to 1)  *
091300******************************************************************
091400 3700-COMPUTE-POWERS.
091500     MOVE 1 TO WK-POWER-1
091600     MOVE 1 TO WK-POWER-2
091700     MOVE 1 TO WK-POWER-D
091800     PERFORM 3710-POWER-STEP THRU 3710-EXIT
091900         VARYING CC-I FROM 1 BY 1
092000             UNTIL CC-I > CC-E
092100                OR CC-HAS-OVERFLOW.
092200 3700-EXIT.
092300     EXIT.
092400*
092500 3710-POWER-STEP.
092600     COMPUTE WK-POWER-1 = WK-POWER-1 * CC-BASE-1
092700         ON SIZE ERROR
092800             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
092900             GO TO 3710-EXIT
093000     END-COMPUTE
093100     COMPUTE WK-POWER-2 = WK-POWER-2 * CC-BASE-2
093200         ON SIZE ERROR
093300             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
093400             GO TO 3710-EXIT
093500     END-COMPUTE
093600     COMPUTE WK-POWER-D = WK-POWER-D * CC-BASE-D
093700         ON SIZE ERROR
093800             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
093900     END-COMPUTE.
094000 3710-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400*    3800  COMPUTE-RISING -- P(P+1)...(P+2K-2) into WK-RISING    *
094500******************************************************************
094600 3800-COMPUTE-RISING.
094700     MOVE 1 TO WK-RISING
094800     PERFORM 3810-RISING-STEP THRU 3810-EXIT
094900         VARYING CC-I FROM 0 BY 1
095000             UNTIL CC-I > CC-TWOK - 2
095100                OR CC-HAS-OVERFLOW.
095200 3800-EXIT.
095300     EXIT.
095400*
095500 3810-RISING-STEP.
095600     COMPUTE WK-RISING = WK-RISING * (CC-P + CC-I)
095700         ON SIZE ERROR
095800             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
095900     END-COMPUTE.
096000 3810-EXIT.
096100     EXIT.
096200*
096300******************************************************************
096400*    3850  COMPUTE-FACT -- (2K)! into WK-FACT                    *
096500******************************************************************
096600 3850-COMPUTE-FACT.
096700     MOVE 1 TO WK-FACT
096800     PERFORM 3860-FACT-STEP THRU 3860-EXIT
096900         VARYING CC-I FROM 2 BY 1
097000             UNTIL CC-I > CC-TWOK
097100                OR CC-HAS-OVERFLOW.
097200 3850-EXIT.
097300     EXIT.
097400*
097500 3860-FACT-STEP.
097600     COMPUTE WK-FACT = WK-FACT * CC-I
097700         ON SIZE ERROR
097800             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
097900     END-COMPUTE.
098000 3860-EXIT.
098100     EXIT.
098200*
098300******************************************************************
098400*    3900  NOTE-OVERFLOW -- the card exceeds the 18-digit        *
098500*          arithmetic; it is answered with a remark, not a job   *
098600*          failure                                               *
098700******************************************************************
098800 3900-NOTE-OVERFLOW.
098900     DISPLAY "BERNCALC: CARD " CC-CARDS-READ " TYPE " PM-TYPE
099000         " EXCEEDS ARITHMETIC CAPACITY"
099100     MOVE 'Y' TO CC-OVERFLOW-SW
099200     MOVE 'Y' TO CC-ANY-OVERFLOW
099300     MOVE ZERO TO WK-NEW-NUM
099400     MOVE 1    TO WK-NEW-DEN
099500     MOVE "EXCEEDS CAPACITY"        TO CO-REMARK.
099600 3900-EXIT.
099700     EXIT.
099800*
099900******************************************************************
100000*    3950  NOTE-EXCEPTION -- BERNMAST could not supply the card; *
100100*          the caller has set the remark.  The card is answered  *
100200*          without a value and the run goes on                   *
100300******************************************************************
100400 3950-NOTE-EXCEPTION.
100500     MOVE 'Y' TO CC-EXCEPTION-SW
100600     MOVE 'Y' TO CC-ANY-EXCEPTION
100700     MOVE ZERO TO WK-NEW-NUM
100800     MOVE 1    TO WK-NEW-DEN.
100900 3950-EXIT.
101000     EXIT.
101100*
101200******************************************************************
101300*    5000  ADD-FRACTION -- WK-ACC += WK-TERM, reduced            *
101400******************************************************************
101500 5000-ADD-FRACTION.
101600     COMPUTE WK-NEW-NUM =
101700         (WK-ACC-NUM * WK-TERM-DEN) + (WK-TERM-NUM * WK-ACC-DEN)
101800         ON SIZE ERROR
101900             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
102000             GO TO 5000-EXIT
102100     END-COMPUTE
102200     COMPUTE WK-NEW-DEN = WK-ACC-DEN * WK-TERM-DEN
102300         ON SIZE ERROR
102400             PERFORM 3900-NOTE-OVERFLOW THRU 3900-EXIT
102500             GO TO 5000-EXIT
102600     END-COMPUTE
102700     PERFORM 6000-REDUCE-FRACTION THRU 6000-EXIT
102800     MOVE WK-NEW-NUM TO WK-ACC-NUM
102900     MOVE WK-NEW-DEN TO WK-ACC-DEN.
103000 5000-EXIT.
103100     EXIT.
103200*
103300******************************************************************
103400*    6000  REDUCE-FRACTION -- divide WK-NEW-NUM/WK-NEW-DEN by    *
103500*          their GCD (Euclidean algorithm)                       *
103600******************************************************************
103700 6000-REDUCE-FRACTION.
103800     IF WK-NEW-NUM = ZERO
103900         MOVE 1 TO WK-NEW-DEN
104000         GO TO 6000-EXIT
104100     END-IF
104200     IF WK-NEW-NUM >= ZERO
104300         MOVE WK-NEW-NUM TO WK-GCD-A
104400     ELSE
104500         COMPUTE WK-GCD-A = 0 - WK-NEW-NUM
104600     END-IF
104700     MOVE WK-NEW-DEN TO WK-GCD-B
104800     PERFORM 6100-GCD-STEP THRU 6100-EXIT
104900         UNTIL WK-GCD-B = ZERO
105000     MOVE WK-GCD-A TO WK-GCD
105100     IF WK-GCD > 1
105200         COMPUTE WK-NEW-NUM = WK-NEW-NUM / WK-GCD
105300         COMPUTE WK-NEW-DEN = WK-NEW-DEN / WK-GCD
105400     END-IF.
105500 6000-EXIT.
105600     EXIT.
105700*
105800 6100-GCD-STEP.
105900     MOVE WK-GCD-A TO WK-GCD-T
106000     MOVE WK-GCD-B TO WK-GCD-A
106100     DIVIDE WK-GCD-T BY WK-GCD-B
106200         GIVING WK-GCD-T REMAINDER WK-GCD-B.
106300 6100-EXIT.
106400     EXIT.
106500*
106600******************************************************************
106700*    7000  WRITE-RESULT -- one BERNCALO record per card; an      *
106800*          inquiry answer is the master entry at full width,     *
106900*          every other result the reduced evaluation fraction    *
107000******************************************************************
107100 7000-WRITE-RESULT.
107200     MOVE PM-TYPE TO CO-TYPE
107300     MOVE CC-P    TO CO-P
107400     MOVE CC-N    TO CO-N
107500     MOVE CC-FN   TO CO-FN
107600     MOVE CC-FD   TO CO-FD
107700     MOVE CC-KT   TO CO-KT
107800     MOVE CC-K    TO CO-K
107900     IF CC-ANSWER-IS-ENTRY
108000         MOVE W-NUM-SIGN TO CO-NUM-SIGN
108100         MOVE W-NUM-MAG  TO CO-NUM-MAG
108200         MOVE W-DEN-MAG  TO CO-DEN-MAG
108300         IF W-DEC-FLAG = 'O'
108400             MOVE ZERO  TO CC-DEC
108500         ELSE
108600             MOVE W-DEC TO CC-DEC
108700         END-IF
108800     ELSE
108900         IF WK-NEW-NUM < ZERO
109000             MOVE '-' TO CO-NUM-SIGN
109100             COMPUTE CO-NUM-MAG-LO = 0 - WK-NEW-NUM
109200         ELSE
109300             MOVE '+' TO CO-NUM-SIGN
109400             MOVE WK-NEW-NUM TO CO-NUM-MAG-LO
109500         END-IF
109600         MOVE ZEROS      TO CO-NUM-MAG-HI
109700         MOVE ZEROS      TO CO-DEN-MAG-HI
109800         MOVE WK-NEW-DEN TO CO-DEN-MAG-LO
109900         COMPUTE CC-DEC ROUNDED = WK-NEW-NUM / WK-NEW-DEN
110000             ON SIZE ERROR
110100                 MOVE ZERO TO CC-DEC
110200                 MOVE "EXCEEDS DEC PICTURE"  TO CO-REMARK
110300         END-COMPUTE
110400     END-IF
110500     MOVE CC-DEC TO CO-DEC
110600     MOVE CC-RUN-DATE    TO CO-RUN-DATE
110700     MOVE CC-RUN-JOBNAME TO CO-RUN-JOBNAME
110800     MOVE SPACE  TO CO-SEP1 CO-SEP2 CO-SEP3 CO-SEP4 CO-SEP5
110900                    CO-SEP6 CO-SEP7 CO-SEP8 CO-SEP9 CO-SEP10
111000                    CO-SEP11 CO-SEP12
111100     WRITE BERNCALO-RECORD
111200     IF FS-BERNCALO NOT = "00"
111300         DISPLAY "BERNCALC: WRITE TO BERNCALO FAILED, STATUS="
111400             FS-BERNCALO
111500         MOVE 'Y' TO CC-FATAL-ERROR
111600     END-IF
111700     MOVE CC-DEC TO CC-DEC-EDIT
111800     DISPLAY "CARD " CC-CARDS-READ " " CO-TYPE " = " CC-DEC-EDIT
111900         " " CO-REMARK.
112000 7000-EXIT.
112100     EXIT.
112200*
112300******************************************************************
112400*    8000  PRINT-CONTROL -- cards by type and outcome, the deck  *
112500*          total and the worst-outcome return code               *
112600******************************************************************
112700 8000-PRINT-CONTROL.
112800     ACCEPT CC-TODAY FROM DATE YYYYMMDD
112900     WRITE BERNCALR-RECORD FROM RL-TITLE
113000     MOVE CC-TODAY TO RL-RN-DATE
113100     WRITE BERNCALR-RECORD FROM RL-RUN-LINE
113200     MOVE SPACES TO BERNCALR-RECORD
113300     WRITE BERNCALR-RECORD
113400     WRITE BERNCALR-RECORD FROM RL-HEADING
113500     PERFORM 8100-PRINT-TYPE-ROW THRU 8100-EXIT
113600         VARYING CC-T FROM 1 BY 1 UNTIL CC-T > 4
113700     IF CC-CT-READ (5) > 0
113800         MOVE 5 TO CC-T
113900         PERFORM 8100-PRINT-TYPE-ROW THRU 8100-EXIT
114000     END-IF
114100     MOVE SPACE         TO RL-TY-CODE
114200     MOVE "DECK TOTAL"  TO RL-TY-LABEL
114300     MOVE CC-CT-READ (6)   TO RL-TY-READ
114400     MOVE CC-CT-DONE (6)   TO RL-TY-DONE
114500     MOVE CC-CT-OVER (6)   TO RL-TY-OVER
114600     MOVE CC-CT-EXCP (6)   TO RL-TY-EXCP
114700     MOVE CC-CT-REJECT (6) TO RL-TY-REJECT
114800     WRITE BERNCALR-RECORD FROM RL-TYPE-LINE
114900     MOVE SPACES TO BERNCALR-RECORD
115000     WRITE BERNCALR-RECORD
115100     MOVE RETURN-CODE TO RL-RC-VALUE
115200     WRITE BERNCALR-RECORD FROM RL-RC-LINE
115300     IF FS-BERNCALR NOT = "00"
115400         DISPLAY "BERNCALC: WRITE TO BERNCALR FAILED, STATUS="
115500             FS-BERNCALR
115600         MOVE 20 TO RETURN-CODE
115700     END-IF.
115800 8000-EXIT.
115900     EXIT.
116000*
116100 8100-PRINT-TYPE-ROW.
116200     MOVE CC-TY-CODE (CC-T)   TO RL-TY-CODE
116300     MOVE CC-TY-LABEL (CC-T)  TO RL-TY-LABEL
116400     MOVE CC-CT-READ (CC-T)   TO RL-TY-READ
116500     MOVE CC-CT-DONE (CC-T)   TO RL-TY-DONE
116600     MOVE CC-CT-OVER (CC-T)   TO RL-TY-OVER
116700     MOVE CC-CT-EXCP (CC-T)   TO RL-TY-EXCP
116800     MOVE CC-CT-REJECT (CC-T) TO RL-TY-REJECT
116900     WRITE BERNCALR-RECORD FROM RL-TYPE-LINE.
117000 8100-EXIT.
117100     EXIT.
117200*
117300******************************************************************
117400*    9000  END-RUN -- set the worst-outcome return code, print   *
117500*          the control report and close the datasets             *
117600******************************************************************
117700 9000-END-RUN.
117800     MOVE 'C' TO W-FUNCTION-CODE
117900     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
118000         W-STATUS
118100     DISPLAY "BERNCALC: CARDS READ " CC-CARDS-READ
118200     IF CC-HAS-FATAL-ERROR
118300         MOVE 20 TO RETURN-CODE
118400     ELSE
118500         IF CC-HAS-ANY-REJECT
118600             MOVE 16 TO RETURN-CODE
118700         ELSE
118800             IF CC-HAS-ANY-EXCEPTION
118900                 MOVE 12 TO RETURN-CODE
119000             ELSE
119100                 IF CC-HAS-ANY-OVERFLOW
119200                     MOVE 4 TO RETURN-CODE
119300                 ELSE
119400                     MOVE 0 TO RETURN-CODE
119500                 END-IF
119600             END-IF
119700         END-IF
119800     END-IF
119900     IF FS-BERNCALR = "00"
120000         PERFORM 8000-PRINT-CONTROL THRU 8000-EXIT
120100     END-IF
120200     CLOSE PARM-FILE
120300     CLOSE BERNCALO
120400     CLOSE BERNCALR
120500     STOP RUN.
