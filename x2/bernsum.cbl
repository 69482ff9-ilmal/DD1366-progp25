002000*  inputs to BERNSUMO so downstream valuation jobs can pick the  *
002100*  results up without rekeying.                                  *
002200*                                                                *
002300*  The Bernoulli numbers are read from the keyed master BERNMAST *
002400*  through the BERNLKP subprogram (function code 'G'), so every  *
002410*  sum rests on the build BERNVRFY and BERNCMP have checked.     *
002420*  Each value is an exact reduced fraction, and each BERNSUMO    *
002430*  record carries the BM-RUN-DATE and BM-RUN-JOBNAME of the      *
002440*  build that supplied it.  A master that cannot be opened, or   *
002450*  an index missing from it, ends the card with an exception     *
002460*  remark -- nothing is recomputed in storage.  With the         *
002500*  master's B(1) = -1/2                                          *
002600*  convention the closed form used here is                       *
002700*                                                                *
002800*      S (N) = (1/(P+1)) * SUM  C(P+1,J) * B(J) * (N+1)**(P+1-J) *
004100*      0   every card evaluated                                  *
004200*      4   at least one card exceeded the arithmetic capacity    *
004300*          (result written with a remark, no sum)                *
004310*      12  at least one card ended with a master exception      *
004320*          (BERNMAST unavailable, a B(J) missing from it,        *
004330*          entries from more than one build, or a build          *
004340*          not certified on the BERNCERT ledger)                 *
004400*      16  at least one card was rejected as malformed           *
004500*      20  a dataset I/O error or a BERNMAST read failure        *
004600*          stopped the run                                       *
004700*                                                                *
004800*  MODIFICATION HISTORY                                          *
004900*  ---------------------                                         *
005230*                   wide for the 18-digit evaluation fields are *
005240*                   answered EXCEEDS CAPACITY like any other    *
005250*                   oversize request.                           *
005260*  2026-10-15  ASG  B(J) now read from BERNMAST through BERNLKP *
005270*                   instead of being rebuilt by BERNOULLI.      *
005280*                   Each result carries the supplying build's   *
005290*                   run date and jobname; a missing master or   *
005291*                   index ends the card with an exception       *
005292*                   (new RC 12).                                *
005293*  2026-10-15  ASG  An entry from a build not certified on     *
005294*                   BERNCERT ends the card with an exception.   *
005300*                                                                *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
008100     05  SU-SUM             PIC -(17)9.
008200     05  SU-SEP3            PIC X(01).
008300     05  SU-REMARK          PIC X(20).
008310     05  SU-SEP4            PIC X(01).
008320     05  SU-RUN-DATE        PIC 9(08).
008330     05  SU-SEP5            PIC X(01).
008340     05  SU-RUN-JOBNAME     PIC X(08).
008400*
008500 WORKING-STORAGE SECTION.
008600******************************************************************
010300     88  SM-HAS-ANY-REJECT          VALUE 'Y'.
010400 77  SM-ANY-OVERFLOW        PIC X(01) VALUE 'N'.
010500     88  SM-HAS-ANY-OVERFLOW        VALUE 'Y'.
010510 77  SM-EXCEPTION-SW        PIC X(01) VALUE 'N'.
010520     88  SM-HAS-EXCEPTION           VALUE 'Y'.
010530 77  SM-ANY-EXCEPTION       PIC X(01) VALUE 'N'.
010540     88  SM-HAS-ANY-EXCEPTION       VALUE 'Y'.
010600*
010700 77  SM-P                   PIC 9(02) VALUE ZERO.
010800 77  SM-N                   PIC 9(06) VALUE ZERO.
011300 77  SM-SUM                 PIC S9(18) COMP-3.
011400 77  SM-CARDS-READ          PIC 9(04) COMP VALUE ZERO.
011500 77  SM-CARDS-DONE          PIC 9(04) COMP VALUE ZERO.
011510 77  SM-RUN-DATE            PIC 9(08) VALUE ZERO.
011520 77  SM-RUN-JOBNAME         PIC X(08) VALUE SPACES.
011600*
011700 77  W-FUNCTION-CODE        PIC X(01).
011800 77  W-INDEX                PIC 9(02).
012200     05  W-DEC              PIC S9(18)V9(12) COMP-3.
012210     05  W-DEC-FLAG         PIC X(01).
012300     05  W-ZERO-FLAG        PIC X(01).
012301     05  W-RUN-DATE         PIC 9(08).
012302     05  W-RUN-JOBNAME      PIC X(08).
012310 77  SM-BNUM                PIC S9(18) COMP-3.
012400 77  W-STATUS               PIC X(02).
012500*
015100     PERFORM 9000-END-RUN.
015200*
015300******************************************************************
015400*    1000  INITIALIZE -- open the datasets (BERNLKP opens the    *
015410*          master itself on the first keyed read)                *
015500******************************************************************
015600 1000-INITIALIZE.
015700     OPEN INPUT PARM-FILE
016600         DISPLAY "BERNSUM: UNABLE TO OPEN BERNSUMO, STATUS="
016700             FS-BERNSUMO
016800         MOVE 'Y' TO SM-FATAL-ERROR
016900     END-IF.
017900 1000-EXIT.
018000     EXIT.
018100*
019100     ADD 1 TO SM-CARDS-READ
019200     MOVE 'Y' TO SM-CARD-OK
019300     MOVE 'N' TO SM-OVERFLOW-SW
019310     MOVE 'N' TO SM-EXCEPTION-SW
019320     MOVE ZERO   TO SM-RUN-DATE
019330     MOVE SPACES TO SM-RUN-JOBNAME
019400     MOVE ZERO TO SM-SUM
019500     MOVE SPACES TO SU-REMARK
019600     PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT
024200         VARYING SM-J FROM 0 BY 1
024300             UNTIL SM-J > SM-P
024400                OR SM-HAS-OVERFLOW
024410                OR SM-HAS-EXCEPTION
024500                OR SM-HAS-FATAL-ERROR
024600     IF SM-HAS-OVERFLOW OR SM-HAS-EXCEPTION
024610       OR SM-HAS-FATAL-ERROR
024700         GO TO 3000-EXIT
024800     END-IF
024900     MOVE WK-ACC-NUM TO WK-NEW-NUM
027500*          skipped outright                                      *
027600******************************************************************
027700 3100-ONE-TERM.
027800     PERFORM 3050-FETCH-ENTRY THRU 3050-EXIT
027900     IF SM-HAS-EXCEPTION OR SM-HAS-FATAL-ERROR
028000         GO TO 3100-EXIT
028100     END-IF
028800     IF W-ZERO-FLAG = 'Y'
028900         GO TO 3100-EXIT
029000     END-IF
030900 3100-EXIT.
031000     EXIT.
031100*
031103******************************************************************
031106*    3050  FETCH-ENTRY -- keyed read of B(SM-J) through BERNLKP. *
031109*          A master that cannot be opened or an index missing    *
031112*          from it ends the card with an exception; every entry  *
031115*          a card uses must come from the one build stamped on   *
031118*          its result record, and that build must be             *
031121*          certified on the BERNCERT ledger                      *
031124******************************************************************
031127 3050-FETCH-ENTRY.
031130     MOVE 'G'  TO W-FUNCTION-CODE
031133     MOVE SM-J TO W-INDEX
031136     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
031139         W-STATUS
031142     EVALUATE W-STATUS
031145         WHEN '00'
031148             CONTINUE
031151         WHEN '04'
031154             DISPLAY "BERNSUM: CARD " SM-CARDS-READ
031157                 " B(" SM-J ") IS NOT ON BERNMAST"
031160             MOVE "B(J) NOT ON MASTER"  TO SU-REMARK
031163             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
031166             GO TO 3050-EXIT
031169         WHEN '08'
031172             DISPLAY "BERNSUM: CARD " SM-CARDS-READ
031175                 " BERNMAST IS UNAVAILABLE"
031178             MOVE "MASTER UNAVAILABLE"  TO SU-REMARK
031181             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
031184             GO TO 3050-EXIT
031187         WHEN '20'
031190             DISPLAY "BERNSUM: CARD " SM-CARDS-READ
031193                 " BUILD " W-RUN-DATE " " W-RUN-JOBNAME
031196                 " IS NOT CERTIFIED ON BERNCERT"
031199             MOVE "BUILD NOT CERTIFIED" TO SU-REMARK
031202             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
031205             GO TO 3050-EXIT
031208         WHEN OTHER
031211             DISPLAY "BERNSUM: BERNLKP FAILED FOR INDEX " SM-J
031214                 ", STATUS=" W-STATUS
031217             MOVE 'Y' TO SM-FATAL-ERROR
031220             GO TO 3050-EXIT
031223     END-EVALUATE
031226     IF SM-RUN-DATE = ZERO AND SM-RUN-JOBNAME = SPACES
031229         MOVE W-RUN-DATE    TO SM-RUN-DATE
031232         MOVE W-RUN-JOBNAME TO SM-RUN-JOBNAME
031235         GO TO 3050-EXIT
031238     END-IF
031241     IF W-RUN-DATE NOT = SM-RUN-DATE
031244       OR W-RUN-JOBNAME NOT = SM-RUN-JOBNAME
031247         DISPLAY "BERNSUM: CARD " SM-CARDS-READ
031250             " B(" SM-J ") IS FROM RUN " W-RUN-DATE " "
031253             W-RUN-JOBNAME ", NOT " SM-RUN-DATE " "
031256             SM-RUN-JOBNAME
031259         MOVE "MIXED MASTER BUILDS" TO SU-REMARK
031262         PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
031265     END-IF.
031268 3050-EXIT.
031271     EXIT.
031274*
031277******************************************************************
031300*    3200  COMPUTE-BINOM -- exact C(P+1,J) into WK-BINOM         *
031400*          (multiply-then-divide keeps every intermediate result *
031500*          an integer, since a product of J consecutive integers *
036200     MOVE "EXCEEDS CAPACITY"        TO SU-REMARK.
036300 3900-EXIT.
036400     EXIT.
036410*
036420******************************************************************
036430*    3950  NOTE-EXCEPTION -- BERNMAST could not supply the card; *
036440*          the caller has set the remark.  The card is answered  *
036450*          without a sum and the run goes on                     *
036460******************************************************************
036470 3950-NOTE-EXCEPTION.
036480     MOVE 'Y' TO SM-EXCEPTION-SW
036490     MOVE 'Y' TO SM-ANY-EXCEPTION
036491     MOVE ZERO TO SM-SUM.
036492 3950-EXIT.
036493     EXIT.
036500*
036600******************************************************************
036700*    5000  ADD-FRACTION -- WK-ACC += WK-TERM, reduced            *
042700     MOVE SPACE  TO SU-SEP2
042800     MOVE SM-SUM TO SU-SUM
042900     MOVE SPACE  TO SU-SEP3
042910     MOVE SPACE  TO SU-SEP4
042920     MOVE SM-RUN-DATE    TO SU-RUN-DATE
042930     MOVE SPACE  TO SU-SEP5
042940     MOVE SM-RUN-JOBNAME TO SU-RUN-JOBNAME
043000     WRITE BERNSUMO-RECORD
043100     IF FS-BERNSUMO NOT = "00"
043200         DISPLAY "BERNSUM: WRITE TO BERNSUMO FAILED, STATUS="
044100*    9000  END-RUN -- close the datasets, set the return code    *
044200******************************************************************
044300 9000-END-RUN.
044310     MOVE 'C' TO W-FUNCTION-CODE
044320     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
044330         W-STATUS
044400     CLOSE PARM-FILE
044500     CLOSE BERNSUMO
044600     DISPLAY "BERNSUM: CARDS READ " SM-CARDS-READ
045100         IF SM-HAS-ANY-REJECT
045200             MOVE 16 TO RETURN-CODE
045300         ELSE
045310             IF SM-HAS-ANY-EXCEPTION
045320                 MOVE 12 TO RETURN-CODE
045330             ELSE
045400                 IF SM-HAS-ANY-OVERFLOW
045500                     MOVE 4 TO RETURN-CODE
045600                 ELSE
045700                     MOVE 0 TO RETURN-CODE
045800                 END-IF
045810             END-IF
045900         END-IF
046000     END-IF
046100     STOP RUN.
