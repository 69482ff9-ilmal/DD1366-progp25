002500*  truncated after KT terms.  The actuaries used to run         *
002600*  BERNINQ for B(2), B(4), B(6), ... and finish this sum in a   *
002700*  spreadsheet; this program folds the terms in exact-fraction  *
002800*  arithmetic, the B(2K) values being read from the keyed       *
002900*  master BERNMAST through the BERNLKP subprogram (function     *
003000*  code 'G') so the corrections can never disagree with the     *
003010*  build BERNVRFY and BERNCMP have checked.  Each BERNEULO      *
003020*  record carries the BM-RUN-DATE and BM-RUN-JOBNAME of the     *
003030*  build that supplied it; a master that cannot be opened, or   *
003040*  an index missing from it, ends the card with an exception    *
003050*  remark -- nothing is recomputed in storage.                  *
003100*                                                                *
003200*  Each SYSIN request card carries one (P, NT, KT) triple; the  *
003300*  evaluated correction is written with its inputs to BERNEULO  *
004500*      0   every card evaluated                                 *
004600*      4   at least one card exceeded the arithmetic capacity   *
004700*          (result written with a remark, no correction)        *
004710*      12  at least one card ended with a master exception     *
004720*          (BERNMAST unavailable, a B(2K) missing from it,      *
004730*          entries from more than one build, or a build         *
004740*          not certified on the BERNCERT ledger)                *
004800*      16  at least one card was rejected as malformed          *
004900*      20  a dataset I/O error or a BERNMAST read failure       *
005000*          stopped the run                                      *
005100*                                                                *
005200*  MODIFICATION HISTORY                                         *
005300*  ---------------------                                        *
005400*  2026-08-24  ASG  New program.  Replaces the hand-finished    *
005500*                   spreadsheet step that took B(2K) values off  *
005600*                   BERNINQ output for the series corrections.  *
005610*  2026-10-15  ASG  B(2K) now read from BERNMAST through BERNLKP *
005620*                   instead of being rebuilt by BERNOULLI.       *
005630*                   Each result carries the supplying build's    *
005640*                   run date and jobname; a missing master or    *
005650*                   index ends the card with an exception        *
005660*                   (new RC 12).                                 *
005670*  2026-10-15  ASG  An entry from a build not certified on       *
005680*                   BERNCERT ends the card with an exception.    *
005700*                                                                *
005800******************************************************************
005900 ENVIRONMENT DIVISION.
009400     05  EU-DEC             PIC -(4)9.9(12).
009500     05  EU-SEP6            PIC X(01).
009600     05  EU-REMARK          PIC X(20).
009610     05  EU-SEP7            PIC X(01).
009620     05  EU-RUN-DATE        PIC 9(08).
009630     05  EU-SEP8            PIC X(01).
009640     05  EU-RUN-JOBNAME     PIC X(08).
009700*
009800 WORKING-STORAGE SECTION.
009900******************************************************************
011600     88  EL-HAS-ANY-REJECT          VALUE 'Y'.
011700 77  EL-ANY-OVERFLOW        PIC X(01) VALUE 'N'.
011800     88  EL-HAS-ANY-OVERFLOW        VALUE 'Y'.
011810 77  EL-EXCEPTION-SW        PIC X(01) VALUE 'N'.
011820     88  EL-HAS-EXCEPTION           VALUE 'Y'.
011830 77  EL-ANY-EXCEPTION       PIC X(01) VALUE 'N'.
011840     88  EL-HAS-ANY-EXCEPTION       VALUE 'Y'.
011900*
012000 77  EL-P                   PIC 9(02) VALUE ZERO.
012100 77  EL-NT                  PIC 9(06) VALUE ZERO.
012600 77  EL-I                   PIC 9(03) COMP.
012700 77  EL-CARDS-READ          PIC 9(04) COMP VALUE ZERO.
012800 77  EL-CARDS-DONE          PIC 9(04) COMP VALUE ZERO.
012810 77  EL-RUN-DATE            PIC 9(08) VALUE ZERO.
012820 77  EL-RUN-JOBNAME         PIC X(08) VALUE SPACES.
012900 77  EL-DEC                 PIC S9(05)V9(12) COMP-3.
013000*
013100 77  W-FUNCTION-CODE        PIC X(01).
014700     05  W-DEC              PIC S9(18)V9(12) COMP-3.
014800     05  W-DEC-FLAG         PIC X(01).
014900     05  W-ZERO-FLAG        PIC X(01).
014910     05  W-RUN-DATE         PIC 9(08).
014920     05  W-RUN-JOBNAME      PIC X(08).
015000 77  EL-BNUM                PIC S9(18) COMP-3.
015100 77  W-STATUS               PIC X(02).
015200*
017900     PERFORM 9000-END-RUN.
018000*
018100******************************************************************
018200*    1000  INITIALIZE -- open the datasets (BERNLKP opens the    *
018210*          master itself on the first keyed read)                *
018300******************************************************************
018400 1000-INITIALIZE.
018500     OPEN INPUT PARM-FILE
019400         DISPLAY "BERNEUL: UNABLE TO OPEN BERNEULO, STATUS="
019500             FS-BERNEULO
019600         MOVE 'Y' TO EL-FATAL-ERROR
019700     END-IF.
020700 1000-EXIT.
020800     EXIT.
020900*
021900     ADD 1 TO EL-CARDS-READ
022000     MOVE 'Y' TO EL-CARD-OK
022100     MOVE 'N' TO EL-OVERFLOW-SW
022110     MOVE 'N' TO EL-EXCEPTION-SW
022120     MOVE ZERO   TO EL-RUN-DATE
022130     MOVE SPACES TO EL-RUN-JOBNAME
022200     MOVE ZERO TO WK-NEW-NUM
022300     MOVE 1    TO WK-NEW-DEN
022400     MOVE SPACES TO EU-REMARK
028100         VARYING EL-K FROM 1 BY 1
028200             UNTIL EL-K > EL-KT
028300                OR EL-HAS-OVERFLOW
028310                OR EL-HAS-EXCEPTION
028400                OR EL-HAS-FATAL-ERROR
028500     IF EL-HAS-OVERFLOW OR EL-HAS-EXCEPTION
028510       OR EL-HAS-FATAL-ERROR
028600         GO TO 3000-EXIT
028700     END-IF
028800     MOVE WK-ACC-NUM TO WK-NEW-NUM
030300******************************************************************
030400 3100-ONE-TERM.
030500     COMPUTE EL-TWOK = EL-K * 2
030600     PERFORM 3050-FETCH-ENTRY THRU 3050-EXIT
030700     IF EL-HAS-EXCEPTION OR EL-HAS-FATAL-ERROR
030800         GO TO 3100-EXIT
030900     END-IF
031600*    A B(2K) TOO WIDE FOR THE 18-DIGIT EVALUATION FIELDS IS AN
031700*    OVERSIZE REQUEST, ANSWERED WITH A REMARK LIKE ANY OTHER
031800     IF W-NUM-MAG-HI NOT = ZEROS
035700 3100-EXIT.
035800     EXIT.
035900*
035903******************************************************************
035906*    3050  FETCH-ENTRY -- keyed read of B(EL-TWOK) through       *
035909*          BERNLKP.  A master that cannot be opened or an index  *
035912*          missing from it ends the card with an exception;      *
035915*          every entry a card uses must come from the one build  *
035918*          stamped on its result record, and that build must be  *
035921*          certified on the BERNCERT ledger                      *
035924******************************************************************
035927 3050-FETCH-ENTRY.
035930     MOVE 'G'     TO W-FUNCTION-CODE
035933     MOVE EL-TWOK TO W-INDEX
035936     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
035939         W-STATUS
035942     EVALUATE W-STATUS
035945         WHEN '00'
035948             CONTINUE
035951         WHEN '04'
035954             DISPLAY "BERNEUL: CARD " EL-CARDS-READ
035957                 " B(" EL-TWOK ") IS NOT ON BERNMAST"
035960             MOVE "B(2K) NOT ON MASTER" TO EU-REMARK
035963             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
035966             GO TO 3050-EXIT
035969         WHEN '08'
035972             DISPLAY "BERNEUL: CARD " EL-CARDS-READ
035975                 " BERNMAST IS UNAVAILABLE"
035978             MOVE "MASTER UNAVAILABLE"  TO EU-REMARK
035981             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
035984             GO TO 3050-EXIT
035987         WHEN '20'
035990             DISPLAY "BERNEUL: CARD " EL-CARDS-READ
035993                 " BUILD " W-RUN-DATE " " W-RUN-JOBNAME
035996                 " IS NOT CERTIFIED ON BERNCERT"
035999             MOVE "BUILD NOT CERTIFIED" TO EU-REMARK
036002             PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
036005             GO TO 3050-EXIT
036008         WHEN OTHER
036011             DISPLAY "BERNEUL: BERNLKP FAILED FOR INDEX "
036014                 EL-TWOK ", STATUS=" W-STATUS
036017             MOVE 'Y' TO EL-FATAL-ERROR
036020             GO TO 3050-EXIT
036023     END-EVALUATE
036026     IF EL-RUN-DATE = ZERO AND EL-RUN-JOBNAME = SPACES
036029         MOVE W-RUN-DATE    TO EL-RUN-DATE
036032         MOVE W-RUN-JOBNAME TO EL-RUN-JOBNAME
036035         GO TO 3050-EXIT
036038     END-IF
036041     IF W-RUN-DATE NOT = EL-RUN-DATE
036044       OR W-RUN-JOBNAME NOT = EL-RUN-JOBNAME
036047         DISPLAY "BERNEUL: CARD " EL-CARDS-READ
036050             " B(" EL-TWOK ") IS FROM RUN " W-RUN-DATE " "
036053             W-RUN-JOBNAME ", NOT " EL-RUN-DATE " "
036056             EL-RUN-JOBNAME
036059         MOVE "MIXED MASTER BUILDS" TO EU-REMARK
036062         PERFORM 3950-NOTE-EXCEPTION THRU 3950-EXIT
036065     END-IF.
036068 3050-EXIT.
036071     EXIT.
036074*
036077******************************************************************
036100*    3200  COMPUTE-RISING -- P(P+1)...(P+2K-2), the 2K-1 rising  *
036200*          factors of the (2K-1)-th derivative, into WK-RISING   *
036300******************************************************************
043400     MOVE "EXCEEDS CAPACITY"        TO EU-REMARK.
043500 3900-EXIT.
043600     EXIT.
043610*
043620******************************************************************
043630*    3950  NOTE-EXCEPTION -- BERNMAST could not supply the card; *
043640*          the caller has set the remark.  The card is answered  *
043650*          without a correction and the run goes on              *
043660******************************************************************
043670 3950-NOTE-EXCEPTION.
043680     MOVE 'Y' TO EL-EXCEPTION-SW
043690     MOVE 'Y' TO EL-ANY-EXCEPTION
043691     MOVE ZERO TO WK-NEW-NUM
043692     MOVE 1    TO WK-NEW-DEN.
043693 3950-EXIT.
043694     EXIT.
043700*
043800******************************************************************
043900*    5000  ADD-FRACTION -- WK-ACC += WK-TERM, reduced            *
051600     END-COMPUTE
051700     MOVE EL-DEC TO EU-DEC
051800     MOVE SPACE  TO EU-SEP6
051810     MOVE SPACE  TO EU-SEP7
051820     MOVE EL-RUN-DATE    TO EU-RUN-DATE
051830     MOVE SPACE  TO EU-SEP8
051840     MOVE EL-RUN-JOBNAME TO EU-RUN-JOBNAME
051900     WRITE BERNEULO-RECORD
052000     IF FS-BERNEULO NOT = "00"
052100         DISPLAY "BERNEUL: WRITE TO BERNEULO FAILED, STATUS="
053100*    9000  END-RUN -- close the datasets, set the return code    *
053200******************************************************************
053300 9000-END-RUN.
053310     MOVE 'C' TO W-FUNCTION-CODE
053320     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
053330         W-STATUS
053400     CLOSE PARM-FILE
053500     CLOSE BERNEULO
053600     DISPLAY "BERNEUL: CARDS READ " EL-CARDS-READ
054100         IF EL-HAS-ANY-REJECT
054200             MOVE 16 TO RETURN-CODE
054300         ELSE
054310             IF EL-HAS-ANY-EXCEPTION
054320                 MOVE 12 TO RETURN-CODE
054330             ELSE
054400                 IF EL-HAS-ANY-OVERFLOW
054500                     MOVE 4 TO RETURN-CODE
054600                 ELSE
054700                     MOVE 0 TO RETURN-CODE
054800                 END-IF
054810             END-IF
054900         END-IF
055000     END-IF
055100     STOP RUN.
