002400*  Each answer shows the exact reduced fraction, the decimal    *
002500*  projection (or the overflow note), the zero-by-definition    *
002600*  flag and the producing run's BM-RUN-DATE / BM-RUN-JOBNAME,   *
002700*  so the actuary can always tell which build answered.  An      *
002710*  answer from a build not yet certified on the BERNCERT        *
002720*  ledger is still shown -- the certifiers inquire before they  *
002730*  sign off -- but is marked not for valuation use.             *
002740*                                                                *
002750*  An as-of date keyed after the index (INDEX YYYYMMDD) answers *
002760*  from the BERNHIST build history instead of the current       *
002770*  master: the value is the one held by the last build loaded   *
002780*  on or before that date, so a past valuation can be checked   *
002790*  against the table exactly as it ran.                         *
002800*                                                                *
002900*  Sign-on fails closed exactly as BERNDRV's operator check     *
003000*  does: an unknown or deactivated id, or an unreadable         *
003100*  authorization master, refuses the session on screen.  Both   *
003200*  the 'I', 'P' and 'C' authority levels may inquire.  Three    *
003300*  refused sign-on attempts end the session.                    *
003400*                                                                *
003500*  The program touches no production dataset: nothing is        *
004300*  MODIFICATION HISTORY                                         *
004400*  ---------------------                                        *
004500*  2026-09-01  ASG  New program.                                *
004510*  2026-10-15  ASG  Answers from a build not certified on       *
004520*                   BERNCERT are marked not for valuation use;  *
004530*                   the certify authority 'C' may sign on.      *
004540*  2026-10-15  ASG  Optional as-of date on the index prompt,    *
004550*                   answered from the BERNHIST build history.   *
004600*                                                                *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
008400 77  SCR-AUTH-LEVEL         PIC X(01).
008500 77  SCR-ATTEMPTS           PIC 9(01) VALUE ZERO.
008600 77  SCR-OPERATOR           PIC X(08) VALUE SPACES.
008700 01  SCR-REPLY              PIC X(11) VALUE SPACES.
008710 01  SCR-REPLY-R REDEFINES SCR-REPLY.
008720     05  SCR-REPLY-INDEX    PIC X(02).
008730     05  SCR-REPLY-GAP      PIC X(01).
008740     05  SCR-REPLY-ASOF     PIC X(08).
008750 77  SCR-ASOF-DATE          PIC 9(08) VALUE ZERO.
008800 77  SCR-INDEX              PIC 9(02) VALUE ZERO.
008900 77  SCR-ANSWERED           PIC 9(04) COMP VALUE ZERO.
008910 77  SCR-CERT-SW            PIC X(01).
008920     88  SCR-BUILD-CERTIFIED        VALUE 'Y'.
009000*
009100 77  W-FUNCTION-CODE        PIC X(01).
009200 77  W-INDEX                PIC 9(02).
018500         GO TO 1100-EXIT
018600     END-IF
018700     IF SCR-AUTH-LEVEL NOT = 'I' AND SCR-AUTH-LEVEL NOT = 'P'
018710       AND SCR-AUTH-LEVEL NOT = 'C'
018800         DISPLAY "OPERATOR " SCR-OPERATOR
018900             " HOLDS NO INQUIRY AUTHORITY"
019000         GO TO 1100-EXIT
021800*          record through BERNLKP and show the answer            *
021900******************************************************************
022000 2000-ONE-INQUIRY.
022100     DISPLAY "INDEX (00-" BT-MAX-INDEX ") [AS-OF YYYYMMDD] "
022110         "OR X TO EXIT?"
022200     MOVE SPACES TO SCR-REPLY
022300     ACCEPT SCR-REPLY FROM CONSOLE
022400     IF SCR-REPLY = "X" OR SCR-REPLY = "x"
022500         MOVE 'Y' TO SCR-SESSION-SW
022600         GO TO 2000-EXIT
022700     END-IF
022800     IF SCR-REPLY-INDEX NOT NUMERIC OR SCR-REPLY-GAP NOT = SPACE
022900         DISPLAY "KEY A TWO-DIGIT INDEX, OR X TO EXIT"
023000         GO TO 2000-EXIT
023100     END-IF
023110     IF SCR-REPLY-ASOF = SPACES
023120         MOVE ZERO TO SCR-ASOF-DATE
023130     ELSE
023140         IF SCR-REPLY-ASOF NOT NUMERIC
023150           OR SCR-REPLY-ASOF = "00000000"
023160             DISPLAY "KEY THE AS-OF DATE AS YYYYMMDD AFTER ONE "
023170                 "SPACE, OR LEAVE IT BLANK"
023180             GO TO 2000-EXIT
023190         END-IF
023195         MOVE SCR-REPLY-ASOF TO SCR-ASOF-DATE
023198     END-IF
023200     MOVE SCR-REPLY-INDEX TO SCR-INDEX
023300     PERFORM 3000-SHOW-VALUE THRU 3000-EXIT.
023400 2000-EXIT.
023500     EXIT.
023700******************************************************************
023800*    3000  SHOW-VALUE -- one keyed READ through BERNLKP; the     *
023900*          master is opened on the first request and held open   *
024000*          across the session, as is the build history on the    *
024010*          first as-of request                                   *
024100******************************************************************
024200 3000-SHOW-VALUE.
024300     IF SCR-ASOF-DATE = ZERO
024310         MOVE 'G'           TO W-FUNCTION-CODE
024320     ELSE
024330         MOVE 'A'           TO W-FUNCTION-CODE
024340         MOVE SCR-ASOF-DATE TO W-RUN-DATE
024350     END-IF
024400     MOVE SCR-INDEX TO W-INDEX
024500     CALL "BERNLKP" USING W-FUNCTION-CODE W-INDEX W-ENTRY
024600         W-STATUS
024700     EVALUATE W-STATUS
024800         WHEN '00'
024900             MOVE 'Y' TO SCR-CERT-SW
024910         WHEN '20'
024920             MOVE 'N' TO SCR-CERT-SW
025000         WHEN '04'
025010             IF SCR-ASOF-DATE = ZERO
025100                 DISPLAY "NO MASTER RECORD FOR B(" SCR-INDEX
025200                     ") -- THE LOADED TABLE MAY STOP SHORT OF IT"
025210             ELSE
025220                 DISPLAY "NO HISTORY RECORD FOR B(" SCR-INDEX
025230                     ") IN THE BUILD LIVE ON " SCR-ASOF-DATE
025240             END-IF
025300             GO TO 3000-EXIT
025310         WHEN '10'
025320             DISPLAY "NO BUILD ON BERNHIST WAS LOADED ON OR "
025330                 "BEFORE " SCR-ASOF-DATE
025340             GO TO 3000-EXIT
025400         WHEN '08'
025410             IF SCR-ASOF-DATE = ZERO
025500                 DISPLAY "BERNSCRN: MASTER UNAVAILABLE, SESSION "
025600                     "ENDED"
025700                 MOVE 'Y' TO SCR-FATAL-ERROR
025710             ELSE
025720                 DISPLAY "BUILD HISTORY UNAVAILABLE -- AS-OF "
025730                     "INQUIRY REFUSED"
025740             END-IF
025800             GO TO 3000-EXIT
025900         WHEN OTHER
026000             DISPLAY "BERNSCRN: BERNLKP FAILED FOR INDEX "
027700     END-IF
027800     DISPLAY "        FROM RUN " W-RUN-DATE
027900         " JOBNAME " W-RUN-JOBNAME
027905     IF SCR-ASOF-DATE NOT = ZERO
027906         DISPLAY "        LIVE MASTER AS OF " SCR-ASOF-DATE
027907     END-IF
027910     IF NOT SCR-BUILD-CERTIFIED
027920         DISPLAY "        *** BUILD NOT CERTIFIED ON BERNCERT "
027930             "-- NOT FOR VALUATION USE"
027940     END-IF
028000     ADD 1 TO SCR-ANSWERED.
028100 3000-EXIT.
028200     EXIT.
