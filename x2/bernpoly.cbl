003400*                                                                *
003500*  (the J = P+1 term cancels in the difference).  The whole     *
003600*  evaluation is carried in exact fractions; the B(J) values    *
003700*  are read from the keyed master BERNMAST through the BERNLKP  *
003800*  subprogram (function code 'G') so the polynomial can never   *
003810*  disagree with the build BERNVRFY and BERNCMP have checked.   *
003820*  Each BERNPOLO record carries the BM-RUN-DATE and             *
003830*  BM-RUN-JOBNAME of the build that supplied it; a master that  *
003840*  cannot be opened, or an index missing from it, ends the     *
003850*  card with an exception remark -- nothing is recomputed in    *
003860*  storage.                                                     *
003900*                                                                *
004000*  Each SYSIN request card carries one (P, N, FN, FD)           *
004100*  quadruple; each evaluated sum is written with its inputs to  *
005100*      0   every card evaluated                                 *
005200*      4   at least one card exceeded the arithmetic capacity   *
005300*          (result written with a remark, no sum)               *
005310*      12  at least one card ended with a master exception     *
005320*          (BERNMAST unavailable, a B(J) missing from it,       *
005330*          entries from more than one build, or a build         *
005340*          not certified on the BERNCERT ledger)                *
005400*      16  at least one card was rejected as malformed          *
005500*      20  a dataset I/O error or a BERNMAST read failure       *
005600*          stopped the run                                      *
005700*                                                                *
005800*  MODIFICATION HISTORY                                         *
005900*  ---------------------                                        *
006000*  2026-08-29  ASG  New program.  Retires the hand adjustment   *
006100*                   of BERNSUMO results for mid-period timing.  *
006110*  2026-10-15  ASG  B(J) now read from BERNMAST through BERNLKP *
006120*                   instead of being rebuilt by BERNOULLI.      *
006130*                   Each result carries the supplying build's   *
006140*                   run date and jobname; a missing master or   *
006150*                   index ends the card with an exception       *
006160*                   (new RC 12).                                *
006170*  2026-10-15  ASG  An entry from a build not certified on      *
006180*                   BERNCERT ends the card with an exception.   *
006200*                                                                *
006300******************************************************************
006400 ENVIRONMENT DIVISION.
010300     05  PO-DEC             PIC -(18)9.9(12).
010400     05  PO-SEP7            PIC X(01).
010500     05  PO-REMARK          PIC X(20).
010510     05  PO-SEP8            PIC X(01).
010520     05  PO-RUN-DATE        PIC 9(08).
010530     05  PO-SEP9            PIC X(01).
010540     05  PO-RUN-JOBNAME     PIC X(08).
010600*
010700 WORKING-STORAGE SECTION.
010800******************************************************************
012500     88  PY-HAS-ANY-REJECT          VALUE 'Y'.
012600 77  PY-ANY-OVERFLOW        PIC X(01) VALUE 'N'.
012700     88  PY-HAS-ANY-OVERFLOW        VALUE 'Y'.
012710 77  PY-EXCEPTION-SW        PIC X(01) VALUE 'N'.
012720     88  PY-HAS-EXCEPTION           VALUE 'Y'.
012730 77  PY-ANY-EXCEPTION       PIC X(01) VALUE 'N'.
012740     88  PY-HAS-ANY-EXCEPTION       VALUE 'Y'.
012800*
012900 77  PY-P                   PIC 9(02) VALUE ZERO.
013000 77  PY-N                   PIC 9(06) VALUE ZERO.
013700 77  PY-I                   PIC 9(02) COMP.
013800 77  PY-CARDS-READ          PIC 9(04) COMP VALUE ZERO.
013900 77  PY-CARDS-DONE          PIC 9(04) COMP VALUE ZERO.
013910 77  PY-RUN-DATE            PIC 9(08) VALUE ZERO.
013920 77  PY-RUN-JOBNAME         PIC X(08) VALUE SPACES.
014000 77  PY-DEC                 PIC S9(18)V9(12) COMP-3.
014100*
014200 77  W-FUNCTION-CODE        PIC X(01).
015800     05  W-DEC              PIC S9(18)V9(12) COMP-3.
015900     05  W-DEC-FLAG         PIC X(01).
016000     05  W-ZERO-FLAG        PIC X(01).
016010     05  W-RUN-DATE         PIC 9(08).
016020     05  W-RUN-JOBNAME      PIC X(08).
016100 77  PY-BNUM                PIC S9(18) COMP-3.
016200 77  W-STATUS               PIC X(02).
016300*
019200     PERFORM 9000-END-RUN.
019300*
019400******************************************************************
019500*    1000  INITIALIZE -- open the datasets (BERNLKP opens the    *
019510*          master itself on the first keyed read)                *
019600******************************************************************
019700 1000-INITIALIZE.
019800     OPEN INPUT PARM-FILE
020700         DISPLAY "BERNPOLY: UNABLE TO OPEN BERNPOLO, STATUS="
020800             FS-BERNPOLO
020900         MOVE 'Y' TO PY-FATAL-ERROR
021000     END-IF.
022000 1000-EXIT.
022100     EXIT.
022200*
023200     ADD 1 TO PY-CARDS-READ
023300     MOVE 'Y' TO PY-CARD-OK
023400     MOVE 'N' TO PY-OVERFLOW-SW
023410     MOVE 'N' TO PY-EXCEPTION-SW
023420     MOVE ZERO   TO PY-RUN-DATE
023430     MOVE SPACES TO PY-RUN-JOBNAME
023500     MOVE ZERO TO WK-NEW-NUM
023600     MOVE 1    TO WK-NEW-DEN
023700     MOVE SPACES TO PO-REMARK
030000         VARYING PY-J FROM 0 BY 1
030100             UNTIL PY-J > PY-P
030200                OR PY-HAS-OVERFLOW
030210                OR PY-HAS-EXCEPTION
030300                OR PY-HAS-FATAL-ERROR
030400     IF PY-HAS-OVERFLOW OR PY-HAS-EXCEPTION
030410       OR PY-HAS-FATAL-ERROR
030500         GO TO 3000-EXIT
030600     END-IF
030700     MOVE WK-ACC-NUM TO WK-NEW-NUM
032200*          terms are skipped outright                            *
032300******************************************************************
032400 3100-ONE-TERM.
032500     PERFORM 3050-FETCH-ENTRY THRU 3050-EXIT
032600     IF PY-HAS-EXCEPTION OR PY-HAS-FATAL-ERROR
032700         GO TO 3100-EXIT
032800     END-IF
033500     IF W-ZERO-FLAG = 'Y'
033600         GO TO 3100-EXIT
033700     END-IF
037200     PERFORM 5000-ADD-FRACTION THRU 5000-EXIT.
037300 3100-EXIT.
037400     EXIT.
037403*
037406******************************************************************
037409*    3050  FETCH-ENTRY -- keyed read of B(PY-J) through BERNLKP. *
037412*          A master that cannot be opened or an index missing    *
037415*          from it ends the card with an exception; every entry  *
037418*          a card uses must come from the one build stamped on   *
037421*          its result record, and that build must be             *
037424*          certified on the BERNCERT ledger                      *
037427******************************************************************
037430 3050-FETCH-ENTRY.
037433     MOVE 'G'  TO W-FUNCTION-CODE
037436     MOVE PY-J TO W-INDEX
037439     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
037442         W-STATUS
037445     EVALUATE W-STATUS
037448         WHEN '00'
037451             CONTINUE
037454         WHEN '04'
037457             DISPLAY "BERNPOLY: CARD " PY-CARDS-READ
037460                 " B(" PY-J ") IS NOT ON BERNMAST"
037463             MOVE "B(J) NOT ON MASTER"  TO PO-REMARK
037466             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
037469             GO TO 3050-EXIT
037472         WHEN '08'
037475             DISPLAY "BERNPOLY: CARD " PY-CARDS-READ
037478                 " BERNMAST IS UNAVAILABLE"
037481             MOVE "MASTER UNAVAILABLE"  TO PO-REMARK
037484             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
037487             GO TO 3050-EXIT
037490         WHEN '20'
037493             DISPLAY "BERNPOLY: CARD " PY-CARDS-READ
037496                 " BUILD " W-RUN-DATE " " W-RUN-JOBNAME
037499                 " IS NOT CERTIFIED ON BERNCERT"
037502             MOVE "BUILD NOT CERTIFIED" TO PO-REMARK
037505             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
037508             GO TO 3050-EXIT
037511         WHEN OTHER
037514             DISPLAY "BERNPOLY: BERNLKP FAILED FOR INDEX "
037517                 PY-J ", STATUS=" W-STATUS
037520             MOVE 'Y' TO PY-FATAL-ERROR
037523             GO TO 3050-EXIT
037526     END-EVALUATE
037529     IF PY-RUN-DATE = ZERO AND PY-RUN-JOBNAME = SPACES
037532         MOVE W-RUN-DATE    TO PY-RUN-DATE
037535         MOVE W-RUN-JOBNAME TO PY-RUN-JOBNAME
037538         GO TO 3050-EXIT
037541     END-IF
037544     IF W-RUN-DATE NOT = PY-RUN-DATE
037547       OR W-RUN-JOBNAME NOT = PY-RUN-JOBNAME
037550         DISPLAY "BERNPOLY: CARD " PY-CARDS-READ
037553             " B(" PY-J ") IS FROM RUN " W-RUN-DATE " "
037556             W-RUN-JOBNAME ", NOT " PY-RUN-DATE " "
037559             PY-RUN-JOBNAME
037562         MOVE "MIXED MASTER BUILDS" TO PO-REMARK
037565         PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
037568     END-IF.
037571 3050-EXIT.
037574     EXIT.
037577*
037600******************************************************************
037700*    3200  COMPUTE-BINOM -- exact C(P+1,J) into WK-BINOM         *
037800*          (multiply-then-divide keeps every intermediate result *
044100     MOVE "EXCEEDS CAPACITY"        TO PO-REMARK.
044200 3900-EXIT.
044300     EXIT.
044310*
044320******************************************************************
044330*    3950  NOTE-EXCEPTION -- BERNMAST could not supply the card; *
044340*          the caller has set the remark.  The card is answered  *
044350*          without a sum and the run goes on                     *
044360******************************************************************
044370 3950-NOTE-EXCEPTION.
044380     MOVE 'Y' TO PY-EXCEPTION-SW
044390     MOVE 'Y' TO PY-ANY-EXCEPTION
044391     MOVE ZERO TO WK-NEW-NUM
044392     MOVE 1    TO WK-NEW-DEN.
044393 3950-EXIT.
044394     EXIT.
044400*
044500******************************************************************
044600*    5000  ADD-FRACTION -- WK-ACC += WK-TERM, reduced            *
052500     END-COMPUTE
052600     MOVE PY-DEC TO PO-DEC
052700     MOVE SPACE  TO PO-SEP7
052710     MOVE SPACE  TO PO-SEP8
052720     MOVE PY-RUN-DATE    TO PO-RUN-DATE
052730     MOVE SPACE  TO PO-SEP9
052740     MOVE PY-RUN-JOBNAME TO PO-RUN-JOBNAME
052800     WRITE BERNPOLO-RECORD
052900     IF FS-BERNPOLO NOT = "00"
053000         DISPLAY "BERNPOLY: WRITE TO BERNPOLO FAILED, STATUS="
054000*    9000  END-RUN -- close the datasets, set the return code    *
054100******************************************************************
054200 9000-END-RUN.
054210     MOVE 'C' TO W-FUNCTION-CODE
054220     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
054230         W-STATUS
054300     CLOSE PARM-FILE
054400     CLOSE BERNPOLO
054500     DISPLAY "BERNPOLY: CARDS READ " PY-CARDS-READ
055000         IF PY-HAS-ANY-REJECT
055100             MOVE 16 TO RETURN-CODE
055200         ELSE
055210             IF PY-HAS-ANY-EXCEPTION
055220                 MOVE 12 TO RETURN-CODE
055230             ELSE
055300                 IF PY-HAS-ANY-OVERFLOW
055400                     MOVE 4 TO RETURN-CODE
055500                 ELSE
055600                     MOVE 0 TO RETURN-CODE
055700                 END-IF
055710             END-IF
055800         END-IF
055900     END-IF
056000     STOP RUN.
