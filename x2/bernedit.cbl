000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNEDIT.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNEDIT                                                      *
001100*                                                                *
001200*  Pre-window edit of the production SYSIN decks.  A mis-keyed   *
001300*  card in a BERNDRV, BERNSUM, BERNPOLY, BERNEUL, BERNARCH or    *
001400*  BERNAUTM deck used to be found only when the step ran at      *
001500*  night and ended RC 16.  This program is run in the afternoon  *
001600*  against any or all of tonight's decks and applies each        *
001700*  program's own card rules, so a bad card is fixed before the   *
001800*  batch window opens.  Nothing is built, evaluated or updated.  *
001900*                                                                *
002000*  The SYSIN of this program is the decks to be edited, each     *
002100*  one behind a deck header card naming the program it is for:   *
002200*                                                                *
002300*      COLS 01-05   DECK=                                        *
002400*      COLS 06-13   PROGRAM (BERNDRV, BERNSUM, BERNPOLY,         *
002500*                   BERNEUL, BERNARCH OR BERNAUTM)               *
002600*                                                                *
002700*  Every card after a header is edited by the rules of the       *
002800*  program named, exactly as that program would read it:         *
002900*                                                                *
003000*      BERNDRV   N numeric and within BT-MAX-INDEX; operator     *
003100*                on BERNAUTH, active, holding 'P'; OVERRIDE is   *
003200*                warned (it clears the run lock, and only on     *
003300*                the first card)                                 *
003400*      BERNSUM   P and N numeric, P within BT-MAX-INDEX          *
003500*      BERNPOLY  P, N, FN, FD numeric, P within BT-MAX-INDEX,    *
003600*                FN less than FD                                 *
003700*      BERNEUL   P, NT, KT numeric and positive, 2*KT within     *
003800*                BT-MAX-INDEX                                    *
003900*      BERNARCH  cutoff a calendar date (warned when after       *
004000*                today); operator on BERNAUTH, active, holding   *
004100*                'P'; only the first card is read                *
004200*      BERNAUTM  the verb, target, authority, new id, name and   *
004300*                submitter rules of BERNAUTM, each card judged   *
004400*                against the master as amended by the earlier    *
004500*                cards of the same deck, with BERNAUTM's own     *
004600*                reject reasons                                  *
004700*                                                                *
004800*  Operators are judged against BERNAUTH as it stands when the   *
004900*  edit runs; run the edit again after any BERNAUTM maintenance  *
005000*  that must take effect before tonight's decks.  An empty       *
005100*  BERNDRV or BERNARCH deck is reported, since the step would    *
005200*  end RC 16 on it.  The checkpoint restart test of BERNDRV      *
005300*  depends on the state of BERNCKPT at the time the build runs   *
005400*  and is not edited here.                                       *
005500*                                                                *
005600*  The BERNRPT listing shows every card with its deck sequence   *
005700*  number, followed by the reason for any rejection or warning,  *
005800*  and the card counts for each deck and for the run.            *
005900*                                                                *
006000*  RETURN-CODE on completion:                                    *
006100*      0   every card accepted                                   *
006200*      4   warnings only                                         *
006300*      8   at least one card rejected, a card with no deck       *
006400*          header, or an empty BERNDRV or BERNARCH deck          *
006500*      16  SYSIN empty or unreadable                             *
006600*      20  BERNAUTH could not be read, or a dataset I/O error    *
006700*          stopped the run                                       *
006800*                                                                *
006900*  MODIFICATION HISTORY                                          *
007000*  ---------------------                                         *
007100*  2026-10-15  ASG  New program.                                 *
007200*                                                                *
007300******************************************************************
007400 ENVIRONMENT DIVISION.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT PARM-FILE   ASSIGN TO "SYSIN"
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS IS FS-PARM-FILE.
008000     SELECT BERNAUTH    ASSIGN TO "BERNAUTH"
008100         ORGANIZATION LINE SEQUENTIAL
008200         FILE STATUS IS FS-BERNAUTH.
008300     SELECT BERNRPT     ASSIGN TO "BERNRPT"
008400         ORGANIZATION LINE SEQUENTIAL
008500         FILE STATUS IS FS-BERNRPT.
008600*
008700 DATA DIVISION.
008800 FILE SECTION.
008900*
009000******************************************************************
009100*    ONE SYSIN CARD, WITH A VIEW FOR THE DECK HEADER AND FOR THE *
009200*    CARD LAYOUT OF EACH PROGRAM EDITED                          *
009300******************************************************************
009400 FD  PARM-FILE.
009500 01  PARM-RECORD.
009600     05  PM-IMAGE           PIC X(72).
009700     05  FILLER             PIC X(08).
009800 01  HEADER-CARD.
009900     05  HC-TAG             PIC X(05).
010000     05  HC-PROGRAM         PIC X(08).
010100     05  FILLER             PIC X(67).
010200 01  DRV-CARD.
010300     05  DC-N               PIC 9(02).
010400     05  FILLER             PIC X(01).
010500     05  DC-OPERATOR        PIC X(08).
010600     05  FILLER             PIC X(01).
010700     05  DC-JOBNAME         PIC X(08).
010800     05  FILLER             PIC X(01).
010900     05  DC-OVERRIDE        PIC X(08).
011000     05  FILLER             PIC X(51).
011100 01  SUM-CARD.
011200     05  SC-P               PIC 9(02).
011300     05  FILLER             PIC X(01).
011400     05  SC-N               PIC 9(06).
011500     05  FILLER             PIC X(71).
011600 01  POLY-CARD.
011700     05  PC-P               PIC 9(02).
011800     05  FILLER             PIC X(01).
011900     05  PC-N               PIC 9(06).
012000     05  FILLER             PIC X(01).
012100     05  PC-FN              PIC 9(02).
012200     05  FILLER             PIC X(01).
012300     05  PC-FD              PIC 9(02).
012400     05  FILLER             PIC X(65).
012500 01  EUL-CARD.
012600     05  EC-P               PIC 9(02).
012700     05  FILLER             PIC X(01).
012800     05  EC-NT              PIC 9(06).
012900     05  FILLER             PIC X(01).
013000     05  EC-KT              PIC 9(02).
013100     05  FILLER             PIC X(68).
013200 01  ARCH-CARD.
013300     05  AC-CUTOFF          PIC 9(08).
013400     05  FILLER             PIC X(01).
013500     05  AC-OPERATOR        PIC X(08).
013600     05  FILLER             PIC X(01).
013700     05  AC-JOBNAME         PIC X(08).
013800     05  FILLER             PIC X(01).
013900     05  AC-RESET-FLAG      PIC X(01).
014000     05  FILLER             PIC X(52).
014100 01  AUTM-CARD.
014200     05  MC-VERB            PIC X(16).
014300     05  FILLER             PIC X(01).
014400     05  MC-TARGET          PIC X(08).
014500     05  FILLER             PIC X(01).
014600     05  MC-AUTHORITY       PIC X(01).
014700     05  FILLER             PIC X(01).
014800     05  MC-NEW-ID          PIC X(08).
014900     05  FILLER             PIC X(01).
015000     05  MC-NAME            PIC X(20).
015100     05  FILLER             PIC X(01).
015200     05  MC-SUBMITTER       PIC X(08).
015300     05  FILLER             PIC X(14).
015400*
015500 FD  BERNAUTH.
015600 01  AUTH-RECORD.
015700******************************************************************
015800*    OPERATOR AUTHORIZATION MASTER RECORD                        *
015900******************************************************************
016000     COPY "bernauth.cpy".
016100*
016200 FD  BERNRPT.
016300 01  BERNRPT-RECORD         PIC X(80).
016400*
016500 WORKING-STORAGE SECTION.
016600*
016700 01  FS-PARM-FILE           PIC X(02).
016800 01  FS-BERNAUTH            PIC X(02).
016900 01  FS-BERNRPT             PIC X(02).
017000*
017100     COPY "bernlim.cpy".
017200*
017300 77  ED-FATAL-ERROR         PIC X(01) VALUE 'N'.
017400     88  ED-HAS-FATAL-ERROR         VALUE 'Y'.
017500 77  ED-EOF-SW              PIC X(01) VALUE 'N'.
017600     88  ED-END-OF-CARDS            VALUE 'Y'.
017700 77  ED-AUTH-EOF            PIC X(01) VALUE 'N'.
017800     88  ED-END-OF-AUTH             VALUE 'Y'.
017900 77  ED-ANY-REJECT          PIC X(01) VALUE 'N'.
018000     88  ED-HAS-REJECT              VALUE 'Y'.
018100 77  ED-ANY-WARNING         PIC X(01) VALUE 'N'.
018200     88  ED-HAS-WARNING             VALUE 'Y'.
018300 77  ED-DATE-SW             PIC X(01).
018400     88  ED-DATE-VALID              VALUE 'Y'.
018500 77  ED-FOUND-SW            PIC X(01).
018600     88  ED-TARGET-FOUND            VALUE 'Y'.
018700*
018800******************************************************************
018900*    THE DECK NOW BEING EDITED, FROM ITS HEADER CARD             *
019000******************************************************************
019100 77  ED-DECK                PIC X(08) VALUE SPACES.
019200     88  ED-NO-DECK                 VALUE SPACES.
019300     88  ED-DECK-DRV                VALUE "BERNDRV".
019400     88  ED-DECK-SUM                VALUE "BERNSUM".
019500     88  ED-DECK-POLY               VALUE "BERNPOLY".
019600     88  ED-DECK-EUL                VALUE "BERNEUL".
019700     88  ED-DECK-ARCH               VALUE "BERNARCH".
019800     88  ED-DECK-AUTM               VALUE "BERNAUTM".
019900     88  ED-DECK-KNOWN              VALUE "BERNDRV" "BERNSUM"
020000                                          "BERNPOLY" "BERNEUL"
020100                                          "BERNARCH" "BERNAUTM".
020200*
020300******************************************************************
020400*    DISPOSITION OF THE CARD NOW BEING EDITED: A REJECTION       *
020500*    OVERRIDES A WARNING, AND THE FIRST REJECTION STANDS         *
020600******************************************************************
020700 77  ED-DISP                PIC X(01).
020800     88  ED-CARD-ACCEPTED           VALUE 'A'.
020900     88  ED-CARD-WARNED             VALUE 'W'.
021000     88  ED-CARD-REJECTED           VALUE 'R'.
021100 77  ED-REASON              PIC X(40).
021200*
021300 77  ED-TODAY               PIC 9(08).
021400 77  ED-OPERATOR            PIC X(08).
021500 77  ED-KT2                 PIC 9(03) COMP.
021600*
021700 77  ED-DECKS               PIC 9(05) COMP VALUE ZERO.
021800 77  ED-CARDS               PIC 9(05) COMP VALUE ZERO.
021900 77  ED-ACCEPTED            PIC 9(05) COMP VALUE ZERO.
022000 77  ED-WARNED              PIC 9(05) COMP VALUE ZERO.
022100 77  ED-REJECTED            PIC 9(05) COMP VALUE ZERO.
022200 77  ED-EMPTY-DECKS         PIC 9(05) COMP VALUE ZERO.
022300 77  ED-DECK-CARDS          PIC 9(05) COMP VALUE ZERO.
022400 77  ED-DECK-WARNED         PIC 9(05) COMP VALUE ZERO.
022500 77  ED-DECK-REJECTED       PIC 9(05) COMP VALUE ZERO.
022600*
022700******************************************************************
022800*    BERNAUTH AS IT STANDS, FOR THE OPERATOR CHECKS              *
022900******************************************************************
023000 01  ED-MASTER-TABLE.
023100     05  ED-MS-ROW OCCURS 200 TIMES.
023200         10  ED-MS-OPERATOR PIC X(08).
023300         10  ED-MS-STATUS   PIC X(01).
023400         10  ED-MS-AUTHORITY
023500                            PIC X(01).
023600 77  ED-MS-USED             PIC 9(03) COMP VALUE ZERO.
023700*
023800******************************************************************
023900*    BERNAUTH AS AMENDED BY THE BERNAUTM DECK SO FAR; RESET      *
024000*    FROM THE MASTER TABLE AT EACH BERNAUTM DECK HEADER          *
024100******************************************************************
024200 01  ED-AUTM-TABLE.
024300     05  ED-AM-ROW OCCURS 200 TIMES.
024400         10  ED-AM-OPERATOR PIC X(08).
024500         10  ED-AM-STATUS   PIC X(01).
024600         10  ED-AM-AUTHORITY
024700                            PIC X(01).
024800 77  ED-AM-USED             PIC 9(03) COMP VALUE ZERO.
024900 77  ED-HIT                 PIC 9(03) COMP.
025000 77  ED-SUB-HIT             PIC 9(03) COMP.
025100 77  ED-I                   PIC 9(03) COMP.
025200*
025300******************************************************************
025400*    CALENDAR CHECK WORK AREA                                    *
025500******************************************************************
025600 01  DY-DATE                PIC 9(08).
025700 01  DY-DATE-X REDEFINES DY-DATE.
025800     05  DY-YYYY            PIC 9(04).
025900     05  DY-MM              PIC 9(02).
026000     05  DY-DD              PIC 9(02).
026100 01  DY-MONTH-LENGTHS       PIC X(24)
026200         VALUE "312831303130313130313031".
026300 01  DY-MONTH-TABLE REDEFINES DY-MONTH-LENGTHS.
026400     05  DY-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
026500 77  DY-LAST-DAY            PIC 9(02).
026600 77  DY-WORK                PIC 9(04) COMP.
026700 77  DY-REM                 PIC 9(04) COMP.
026800*
026900******************************************************************
027000*    REPORT LINE LAYOUTS                                         *
027100******************************************************************
027200 01  RL-TITLE.
027300     05  FILLER             PIC X(10) VALUE "BERNEDIT".
027400     05  FILLER             PIC X(40) VALUE
027500         "PRE-WINDOW SYSIN DECK EDIT".
027600     05  FILLER             PIC X(09) VALUE "RUN DATE".
027700     05  RL-TI-DATE         PIC 9(08).
027800     05  FILLER             PIC X(13) VALUE SPACES.
027900 01  RL-CAPACITY.
028000     05  FILLER             PIC X(30) VALUE
028100         "TABLE CAPACITY (BT-MAX-INDEX)".
028200     05  RL-CP-MAX          PIC Z9.
028300     05  FILLER             PIC X(48) VALUE SPACES.
028400 01  RL-DECK-HEAD.
028500     05  FILLER             PIC X(06) VALUE "DECK".
028600     05  RL-DH-PROGRAM      PIC X(08).
028700     05  FILLER             PIC X(02) VALUE SPACES.
028800     05  RL-DH-TEXT         PIC X(64).
028900 01  RL-CARD.
029000     05  RL-CD-SEQ          PIC ZZZ9.
029100     05  FILLER             PIC X(02) VALUE SPACES.
029200     05  RL-CD-IMAGE        PIC X(72).
029300     05  FILLER             PIC X(02) VALUE SPACES.
029400 01  RL-MESSAGE.
029500     05  FILLER             PIC X(06) VALUE SPACES.
029600     05  RL-MG-SEVERITY     PIC X(13).
029700     05  RL-MG-TEXT         PIC X(40).
029800     05  FILLER             PIC X(21) VALUE SPACES.
029900 01  RL-DECK-TOTAL.
030000     05  FILLER             PIC X(06) VALUE SPACES.
030100     05  FILLER             PIC X(06) VALUE "CARDS".
030200     05  RL-DT-CARDS        PIC ZZZZ9.
030300     05  FILLER             PIC X(11) VALUE "  REJECTED".
030400     05  RL-DT-REJECTED     PIC ZZZZ9.
030500     05  FILLER             PIC X(11) VALUE "  WARNINGS".
030600     05  RL-DT-WARNED       PIC ZZZZ9.
030700     05  FILLER             PIC X(31) VALUE SPACES.
030800 01  RL-COUNT-LINE.
030900     05  RL-CT-LABEL        PIC X(30).
031000     05  RL-CT-COUNT        PIC ZZZZ9.
031100     05  FILLER             PIC X(45) VALUE SPACES.
031200*
031300 PROCEDURE DIVISION.
031400*
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031700     IF ED-HAS-FATAL-ERROR
031800         GO TO 9000-END-RUN
031900     END-IF
032000     PERFORM 2000-EDIT-ONE-CARD THRU 2000-EXIT
032100         UNTIL ED-END-OF-CARDS
032200            OR ED-HAS-FATAL-ERROR
032300     CLOSE PARM-FILE
032400     IF ED-CARDS = 0 AND ED-DECKS = 0
032500         DISPLAY "BERNEDIT: SYSIN IS EMPTY, NO DECK TO EDIT"
032600         CLOSE BERNRPT
032700         MOVE 16 TO RETURN-CODE
032800         STOP RUN
032900     END-IF
033000     IF NOT ED-HAS-FATAL-ERROR
033100         PERFORM 2900-CLOSE-DECK THRU 2900-EXIT
033200         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
033300     END-IF
033400     CLOSE BERNRPT
033500     GO TO 9000-END-RUN.
033600*
033700******************************************************************
033800*    1000  INITIALIZE -- load BERNAUTH, open SYSIN and the       *
033900*          listing, print the title lines.  An unreadable        *
034000*          master stops the edit: no operator is passed on trust *
034100******************************************************************
034200 1000-INITIALIZE.
034300     ACCEPT ED-TODAY FROM DATE YYYYMMDD
034400     OPEN INPUT BERNAUTH
034500     IF FS-BERNAUTH NOT = "00"
034600         DISPLAY "BERNEDIT: UNABLE TO OPEN BERNAUTH, STATUS="
034700             FS-BERNAUTH " -- NO OPERATOR CAN BE EDITED"
034800         MOVE 'Y' TO ED-FATAL-ERROR
034900         GO TO 1000-EXIT
035000     END-IF
035100     PERFORM 1100-LOAD-ONE-AUTH THRU 1100-EXIT
035200         UNTIL ED-END-OF-AUTH
035300            OR ED-HAS-FATAL-ERROR
035400     CLOSE BERNAUTH
035500     IF ED-HAS-FATAL-ERROR
035600         GO TO 1000-EXIT
035700     END-IF
035800     OPEN INPUT PARM-FILE
035900     IF FS-PARM-FILE NOT = "00"
036000         DISPLAY "BERNEDIT: UNABLE TO OPEN SYSIN, STATUS="
036100             FS-PARM-FILE
036200         MOVE 16 TO RETURN-CODE
036300         STOP RUN
036400     END-IF
036500     OPEN OUTPUT BERNRPT
036600     IF FS-BERNRPT NOT = "00"
036700         DISPLAY "BERNEDIT: UNABLE TO OPEN BERNRPT, STATUS="
036800             FS-BERNRPT
036900         CLOSE PARM-FILE
037000         MOVE 'Y' TO ED-FATAL-ERROR
037100         GO TO 1000-EXIT
037200     END-IF
037300     MOVE ED-TODAY TO RL-TI-DATE
037400     WRITE BERNRPT-RECORD FROM RL-TITLE
037500     MOVE BT-MAX-INDEX TO RL-CP-MAX
037600     WRITE BERNRPT-RECORD FROM RL-CAPACITY.
037700 1000-EXIT.
037800     EXIT.
037900*
038000 1100-LOAD-ONE-AUTH.
038100     READ BERNAUTH
038200         AT END
038300             MOVE 'Y' TO ED-AUTH-EOF
038400             GO TO 1100-EXIT
038500     END-READ
038600     IF FS-BERNAUTH NOT = "00"
038700         DISPLAY "BERNEDIT: READ OF BERNAUTH FAILED, STATUS="
038800             FS-BERNAUTH " -- NO OPERATOR CAN BE EDITED"
038900         MOVE 'Y' TO ED-FATAL-ERROR
039000         GO TO 1100-EXIT
039100     END-IF
039200     IF ED-MS-USED >= 200
039300         DISPLAY "BERNEDIT: MASTER TABLE CAPACITY OF 200 "
039400             "EXCEEDED, RUN STOPPED"
039500         MOVE 'Y' TO ED-FATAL-ERROR
039600         GO TO 1100-EXIT
039700     END-IF
039800     ADD 1 TO ED-MS-USED
039900     MOVE BA-OPERATOR  TO ED-MS-OPERATOR(ED-MS-USED)
040000     MOVE BA-STATUS    TO ED-MS-STATUS(ED-MS-USED)
040100     MOVE BA-AUTHORITY TO ED-MS-AUTHORITY(ED-MS-USED).
040200 1100-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600*    2000  EDIT-ONE-CARD -- a deck header starts a new deck;     *
040700*          any other card is edited by the rules of the program  *
040800*          its deck is for and listed with its disposition       *
040900******************************************************************
041000 2000-EDIT-ONE-CARD.
041100     READ PARM-FILE
041200         AT END
041300             MOVE 'Y' TO ED-EOF-SW
041400             GO TO 2000-EXIT
041500     END-READ
041600     IF FS-PARM-FILE NOT = "00"
041700         DISPLAY "BERNEDIT: READ OF SYSIN FAILED, STATUS="
041800             FS-PARM-FILE
041900         MOVE 'Y' TO ED-FATAL-ERROR
042000         GO TO 2000-EXIT
042100     END-IF
042200     IF HC-TAG = "DECK="
042300         PERFORM 2100-OPEN-DECK THRU 2100-EXIT
042400         GO TO 2000-EXIT
042500     END-IF
042600     ADD 1 TO ED-CARDS
042700     ADD 1 TO ED-DECK-CARDS
042800     MOVE 'A'    TO ED-DISP
042900     MOVE SPACES TO ED-REASON
043000     EVALUATE TRUE
043100         WHEN ED-DECK-DRV
043200             PERFORM 3100-EDIT-DRV  THRU 3100-EXIT
043300         WHEN ED-DECK-SUM
043400             PERFORM 3200-EDIT-SUM  THRU 3200-EXIT
043500         WHEN ED-DECK-POLY
043600             PERFORM 3300-EDIT-POLY THRU 3300-EXIT
043700         WHEN ED-DECK-EUL
043800             PERFORM 3400-EDIT-EUL  THRU 3400-EXIT
043900         WHEN ED-DECK-ARCH
044000             PERFORM 3500-EDIT-ARCH THRU 3500-EXIT
044100         WHEN ED-DECK-AUTM
044200             PERFORM 3600-EDIT-AUTM THRU 3600-EXIT
044300         WHEN ED-NO-DECK
044400             MOVE "NO DECK HEADER AHEAD OF THIS CARD"
044500                 TO ED-REASON
044600             MOVE 'R' TO ED-DISP
044700         WHEN OTHER
044800             MOVE "DECK PROGRAM NOT EDITED" TO ED-REASON
044900             MOVE 'R' TO ED-DISP
045000     END-EVALUATE
045100     PERFORM 2500-LIST-CARD THRU 2500-EXIT.
045200 2000-EXIT.
045300     EXIT.
045400*
045500 2100-OPEN-DECK.
045600     IF ED-DECKS > 0 OR ED-CARDS > 0
045700         PERFORM 2900-CLOSE-DECK THRU 2900-EXIT
045800     END-IF
045900     ADD 1 TO ED-DECKS
046000     MOVE HC-PROGRAM TO ED-DECK
046100     MOVE 0 TO ED-DECK-CARDS
046200     MOVE 0 TO ED-DECK-WARNED
046300     MOVE 0 TO ED-DECK-REJECTED
046400     MOVE SPACES TO BERNRPT-RECORD
046500     WRITE BERNRPT-RECORD
046600     MOVE ED-DECK TO RL-DH-PROGRAM
046700     IF ED-DECK-KNOWN
046800         MOVE SPACES TO RL-DH-TEXT
046900     ELSE
047000         MOVE "*** NOT AN EDITED PROGRAM, CARDS REJECTED"
047100             TO RL-DH-TEXT
047200     END-IF
047300     WRITE BERNRPT-RECORD FROM RL-DECK-HEAD
047400     IF ED-DECK-AUTM
047500         MOVE ED-MASTER-TABLE TO ED-AUTM-TABLE
047600         MOVE ED-MS-USED      TO ED-AM-USED
047700     END-IF.
047800 2100-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200*    2500  LIST-CARD -- the card image, then the reason for a    *
048300*          rejection or warning                                  *
048400******************************************************************
048500 2500-LIST-CARD.
048600     MOVE ED-DECK-CARDS TO RL-CD-SEQ
048700     MOVE PM-IMAGE      TO RL-CD-IMAGE
048800     WRITE BERNRPT-RECORD FROM RL-CARD
048900     EVALUATE TRUE
049000         WHEN ED-CARD-REJECTED
049100             ADD 1 TO ED-REJECTED
049200             ADD 1 TO ED-DECK-REJECTED
049300             MOVE 'Y' TO ED-ANY-REJECT
049400             MOVE "*** REJECTED" TO RL-MG-SEVERITY
049500             MOVE ED-REASON      TO RL-MG-TEXT
049600             WRITE BERNRPT-RECORD FROM RL-MESSAGE
049700         WHEN ED-CARD-WARNED
049800             ADD 1 TO ED-WARNED
049900             ADD 1 TO ED-DECK-WARNED
050000             MOVE 'Y' TO ED-ANY-WARNING
050100             MOVE "*** WARNING"  TO RL-MG-SEVERITY
050200             MOVE ED-REASON      TO RL-MG-TEXT
050300             WRITE BERNRPT-RECORD FROM RL-MESSAGE
050400         WHEN OTHER
050500             ADD 1 TO ED-ACCEPTED
050600     END-EVALUATE
050700     IF FS-BERNRPT NOT = "00"
050800         DISPLAY "BERNEDIT: WRITE TO BERNRPT FAILED, STATUS="
050900             FS-BERNRPT
051000         MOVE 'Y' TO ED-FATAL-ERROR
051100     END-IF.
051200 2500-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600*    2900  CLOSE-DECK -- the deck's card counts; BERNDRV and     *
051700*          BERNARCH end RC 16 on an empty SYSIN, so an empty     *
051800*          deck for either is a rejection in its own right       *
051900******************************************************************
052000 2900-CLOSE-DECK.
052100     IF ED-DECK-CARDS = 0
052200       AND (ED-DECK-DRV OR ED-DECK-ARCH)
052300         MOVE "*** REJECTED" TO RL-MG-SEVERITY
052400         MOVE "DECK IS EMPTY, STEP WOULD END RC 16"
052500             TO RL-MG-TEXT
052600         WRITE BERNRPT-RECORD FROM RL-MESSAGE
052700         ADD 1 TO ED-EMPTY-DECKS
052800         MOVE 'Y' TO ED-ANY-REJECT
052900     END-IF
053000     MOVE ED-DECK-CARDS    TO RL-DT-CARDS
053100     MOVE ED-DECK-REJECTED TO RL-DT-REJECTED
053200     MOVE ED-DECK-WARNED   TO RL-DT-WARNED
053300     WRITE BERNRPT-RECORD FROM RL-DECK-TOTAL.
053400 2900-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800*    3100  EDIT-DRV -- NN OPERID JOBNAME [OVERRIDE]              *
053900******************************************************************
054000 3100-EDIT-DRV.
054100     IF DC-N NOT NUMERIC
054200         MOVE "N FIELD NOT NUMERIC"     TO ED-REASON
054300         MOVE 'R' TO ED-DISP
054400         GO TO 3100-EXIT
054500     END-IF
054600     IF DC-N > BT-MAX-INDEX
054700         MOVE "N EXCEEDS TABLE CAPACITY" TO ED-REASON
054800         MOVE 'R' TO ED-DISP
054900         GO TO 3100-EXIT
055000     END-IF
055100     MOVE DC-OPERATOR TO ED-OPERATOR
055200     PERFORM 4000-CHECK-OPERATOR THRU 4000-EXIT
055300     IF ED-CARD-REJECTED
055400         GO TO 3100-EXIT
055500     END-IF
055600     IF DC-OVERRIDE = SPACES
055700         GO TO 3100-EXIT
055800     END-IF
055900     MOVE 'W' TO ED-DISP
056000     EVALUATE TRUE
056100         WHEN DC-OVERRIDE NOT = "OVERRIDE"
056200             MOVE "COLS 22-29 NOT OVERRIDE, IGNORED"
056300                 TO ED-REASON
056400         WHEN ED-DECK-CARDS = 1
056500             MOVE "OVERRIDE WILL CLEAR THE RUN LOCK"
056600                 TO ED-REASON
056700         WHEN OTHER
056800             MOVE "OVERRIDE IGNORED, NOT FIRST CARD"
056900                 TO ED-REASON
057000     END-EVALUATE.
057100 3100-EXIT.
057200     EXIT.
057300*
057400******************************************************************
057500*    3200  EDIT-SUM -- PP NNNNNN                                 *
057600******************************************************************
057700 3200-EDIT-SUM.
057800     IF SC-P NOT NUMERIC OR SC-N NOT NUMERIC
057900         MOVE "NON-NUMERIC P OR N"      TO ED-REASON
058000         MOVE 'R' TO ED-DISP
058100         GO TO 3200-EXIT
058200     END-IF
058300     IF SC-P > BT-MAX-INDEX
058400         MOVE "P EXCEEDS TABLE CAPACITY" TO ED-REASON
058500         MOVE 'R' TO ED-DISP
058600     END-IF.
058700 3200-EXIT.
058800     EXIT.
058900*
059000******************************************************************
059100*    3300  EDIT-POLY -- PP NNNNNN FN FD                          *
059200******************************************************************
059300 3300-EDIT-POLY.
059400     IF PC-P NOT NUMERIC OR PC-N NOT NUMERIC
059500       OR PC-FN NOT NUMERIC OR PC-FD NOT NUMERIC
059600         MOVE "NON-NUMERIC FIELD"       TO ED-REASON
059700         MOVE 'R' TO ED-DISP
059800         GO TO 3300-EXIT
059900     END-IF
060000     IF PC-P > BT-MAX-INDEX
060100         MOVE "P EXCEEDS TABLE CAPACITY" TO ED-REASON
060200         MOVE 'R' TO ED-DISP
060300         GO TO 3300-EXIT
060400     END-IF
060500     IF PC-FD = 0 OR PC-FN >= PC-FD
060600         MOVE "OFFSET FN/FD NOT A PROPER FRACTION"
060700             TO ED-REASON
060800         MOVE 'R' TO ED-DISP
060900     END-IF.
061000 3300-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400*    3400  EDIT-EUL -- PP NNNNNN KT                              *
061500******************************************************************
061600 3400-EDIT-EUL.
061700     IF EC-P NOT NUMERIC OR EC-NT NOT NUMERIC
061800       OR EC-KT NOT NUMERIC
061900         MOVE "NON-NUMERIC P, NT OR KT" TO ED-REASON
062000         MOVE 'R' TO ED-DISP
062100         GO TO 3400-EXIT
062200     END-IF
062300     IF EC-P = 0 OR EC-NT = 0 OR EC-KT = 0
062400         MOVE "P, NT AND KT MUST ALL BE POSITIVE"
062500             TO ED-REASON
062600         MOVE 'R' TO ED-DISP
062700         GO TO 3400-EXIT
062800     END-IF
062900     MULTIPLY EC-KT BY 2 GIVING ED-KT2
063000     IF ED-KT2 > BT-MAX-INDEX
063100         MOVE "2*KT EXCEEDS TABLE CAPACITY" TO ED-REASON
063200         MOVE 'R' TO ED-DISP
063300     END-IF.
063400 3400-EXIT.
063500     EXIT.
063600*
063700******************************************************************
063800*    3500  EDIT-ARCH -- CUTOFF OPERID JOBNAME R; BERNARCH reads  *
063900*          only the first card of its deck                       *
064000******************************************************************
064100 3500-EDIT-ARCH.
064200     IF ED-DECK-CARDS > 1
064300         MOVE "IGNORED, BERNARCH READS ONE CARD"
064400             TO ED-REASON
064500         MOVE 'W' TO ED-DISP
064600         GO TO 3500-EXIT
064700     END-IF
064800     IF AC-CUTOFF NOT NUMERIC
064900         MOVE "CUTOFF DATE NOT NUMERIC" TO ED-REASON
065000         MOVE 'R' TO ED-DISP
065100         GO TO 3500-EXIT
065200     END-IF
065300     MOVE AC-CUTOFF TO DY-DATE
065400     PERFORM 6000-CHECK-DATE THRU 6000-EXIT
065500     IF NOT ED-DATE-VALID
065600         MOVE "CUTOFF NOT A CALENDAR DATE" TO ED-REASON
065700         MOVE 'R' TO ED-DISP
065800         GO TO 3500-EXIT
065900     END-IF
066000     MOVE AC-OPERATOR TO ED-OPERATOR
066100     PERFORM 4000-CHECK-OPERATOR THRU 4000-EXIT
066200     IF ED-CARD-REJECTED
066300         GO TO 3500-EXIT
066400     END-IF
066500     IF AC-CUTOFF > ED-TODAY
066600         MOVE "CUTOFF AFTER TODAY, ARCHIVES ALL"
066700             TO ED-REASON
066800         MOVE 'W' TO ED-DISP
066900         GO TO 3500-EXIT
067000     END-IF
067100     IF AC-RESET-FLAG NOT = 'Y' AND AC-RESET-FLAG NOT = 'N'
067200         MOVE "RESET FLAG NOT Y OR N, TABLES KEPT"
067300             TO ED-REASON
067400         MOVE 'W' TO ED-DISP
067500     END-IF.
067600 3500-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000*    3600  EDIT-AUTM -- one BERNAUTM transaction, judged and     *
068100*          applied against the deck's copy of the master in      *
068200*          BERNAUTM's own order, with its own reasons            *
068300******************************************************************
068400 3600-EDIT-AUTM.
068500     PERFORM 3610-FIND-TARGET THRU 3610-EXIT
068600     PERFORM 3620-CHECK-SUBMITTER THRU 3620-EXIT
068700     IF ED-CARD-REJECTED
068800         GO TO 3600-EXIT
068900     END-IF
069000     EVALUATE MC-VERB
069100         WHEN "ADD"
069200             PERFORM 3700-EDIT-ADD        THRU 3700-EXIT
069300         WHEN "DEACTIVATE"
069400             PERFORM 3710-EDIT-DEACTIVATE THRU 3710-EXIT
069500         WHEN "REACTIVATE"
069600             PERFORM 3720-EDIT-REACTIVATE THRU 3720-EXIT
069700         WHEN "CHANGE-AUTHORITY"
069800             PERFORM 3730-EDIT-CHG-AUTH   THRU 3730-EXIT
069900         WHEN "RENAME"
070000             PERFORM 3740-EDIT-RENAME     THRU 3740-EXIT
070100         WHEN OTHER
070200             MOVE "UNKNOWN VERB"            TO ED-REASON
070300             MOVE 'R' TO ED-DISP
070400     END-EVALUATE.
070500 3600-EXIT.
070600     EXIT.
070700*
070800 3610-FIND-TARGET.
070900     MOVE 'N' TO ED-FOUND-SW
071000     MOVE 0   TO ED-HIT
071100     PERFORM 3611-MATCH-TARGET THRU 3611-EXIT
071200         VARYING ED-I FROM 1 BY 1
071300             UNTIL ED-I > ED-AM-USED
071400                OR ED-TARGET-FOUND.
071500 3610-EXIT.
071600     EXIT.
071700*
071800 3611-MATCH-TARGET.
071900     IF ED-AM-OPERATOR(ED-I) = MC-TARGET
072000         MOVE 'Y'  TO ED-FOUND-SW
072100         MOVE ED-I TO ED-HIT
072200     END-IF.
072300 3611-EXIT.
072400     EXIT.
072500*
072600 3620-CHECK-SUBMITTER.
072700     MOVE 0 TO ED-SUB-HIT
072800     PERFORM 3621-MATCH-SUBMITTER THRU 3621-EXIT
072900         VARYING ED-I FROM 1 BY 1
073000             UNTIL ED-I > ED-AM-USED
073100                OR ED-SUB-HIT > 0
073200     IF ED-SUB-HIT = 0
073300         MOVE "SUBMITTER NOT ON FILE"   TO ED-REASON
073400         MOVE 'R' TO ED-DISP
073500         GO TO 3620-EXIT
073600     END-IF
073700     IF ED-AM-STATUS(ED-SUB-HIT) NOT = 'A'
073800         MOVE "SUBMITTER DEACTIVATED"   TO ED-REASON
073900         MOVE 'R' TO ED-DISP
074000         GO TO 3620-EXIT
074100     END-IF
074200     IF ED-AM-AUTHORITY(ED-SUB-HIT) NOT = 'P'
074300         MOVE "SUBMITTER NOT AUTHORIZED" TO ED-REASON
074400         MOVE 'R' TO ED-DISP
074500     END-IF.
074600 3620-EXIT.
074700     EXIT.
074800*
074900 3621-MATCH-SUBMITTER.
075000     IF ED-AM-OPERATOR(ED-I) = MC-SUBMITTER
075100         MOVE ED-I TO ED-SUB-HIT
075200     END-IF.
075300 3621-EXIT.
075400     EXIT.
075500*
075600 3700-EDIT-ADD.
075700     IF ED-TARGET-FOUND
075800         MOVE "ID ALREADY ON FILE"      TO ED-REASON
075900         MOVE 'R' TO ED-DISP
076000         GO TO 3700-EXIT
076100     END-IF
076200     IF MC-TARGET = SPACES
076300         MOVE "TARGET ID BLANK"         TO ED-REASON
076400         MOVE 'R' TO ED-DISP
076500         GO TO 3700-EXIT
076600     END-IF
076700     IF MC-AUTHORITY NOT = 'P' AND MC-AUTHORITY NOT = 'I'
076800       AND MC-AUTHORITY NOT = 'C'
076900         MOVE "AUTHORITY NOT P, I OR C" TO ED-REASON
077000         MOVE 'R' TO ED-DISP
077100         GO TO 3700-EXIT
077200     END-IF
077300     IF MC-NAME = SPACES
077400         MOVE "OPERATOR NAME BLANK"     TO ED-REASON
077500         MOVE 'R' TO ED-DISP
077600         GO TO 3700-EXIT
077700     END-IF
077800     IF ED-AM-USED >= 200
077900         MOVE "MASTER TABLE FULL"       TO ED-REASON
078000         MOVE 'R' TO ED-DISP
078100         GO TO 3700-EXIT
078200     END-IF
078300     ADD 1 TO ED-AM-USED
078400     MOVE MC-TARGET    TO ED-AM-OPERATOR(ED-AM-USED)
078500     MOVE 'A'          TO ED-AM-STATUS(ED-AM-USED)
078600     MOVE MC-AUTHORITY TO ED-AM-AUTHORITY(ED-AM-USED).
078700 3700-EXIT.
078800     EXIT.
078900*
079000 3710-EDIT-DEACTIVATE.
079100     IF NOT ED-TARGET-FOUND
079200         MOVE "ID NOT ON FILE"          TO ED-REASON
079300         MOVE 'R' TO ED-DISP
079400         GO TO 3710-EXIT
079500     END-IF
079600     IF ED-AM-STATUS(ED-HIT) NOT = 'A'
079700         MOVE "ID ALREADY DEACTIVATED"  TO ED-REASON
079800         MOVE 'R' TO ED-DISP
079900         GO TO 3710-EXIT
080000     END-IF
080100     MOVE 'D' TO ED-AM-STATUS(ED-HIT).
080200 3710-EXIT.
080300     EXIT.
080400*
080500 3720-EDIT-REACTIVATE.
080600     IF NOT ED-TARGET-FOUND
080700         MOVE "ID NOT ON FILE"          TO ED-REASON
080800         MOVE 'R' TO ED-DISP
080900         GO TO 3720-EXIT
081000     END-IF
081100     IF ED-AM-STATUS(ED-HIT) NOT = 'D'
081200         MOVE "ID ALREADY ACTIVE"       TO ED-REASON
081300         MOVE 'R' TO ED-DISP
081400         GO TO 3720-EXIT
081500     END-IF
081600     MOVE 'A' TO ED-AM-STATUS(ED-HIT).
081700 3720-EXIT.
081800     EXIT.
081900*
082000 3730-EDIT-CHG-AUTH.
082100     IF NOT ED-TARGET-FOUND
082200         MOVE "ID NOT ON FILE"          TO ED-REASON
082300         MOVE 'R' TO ED-DISP
082400         GO TO 3730-EXIT
082500     END-IF
082600     IF MC-AUTHORITY NOT = 'P' AND MC-AUTHORITY NOT = 'I'
082700       AND MC-AUTHORITY NOT = 'C'
082800         MOVE "AUTHORITY NOT P, I OR C" TO ED-REASON
082900         MOVE 'R' TO ED-DISP
083000         GO TO 3730-EXIT
083100     END-IF
083200     IF MC-AUTHORITY = 'P'
083300       AND ED-AM-STATUS(ED-HIT) NOT = 'A'
083400         MOVE "P REFUSED, ID DEACTIVE"  TO ED-REASON
083500         MOVE 'R' TO ED-DISP
083600         GO TO 3730-EXIT
083700     END-IF
083800     IF MC-AUTHORITY = 'C'
083900       AND ED-AM-STATUS(ED-HIT) NOT = 'A'
084000         MOVE "C REFUSED, ID DEACTIVE"  TO ED-REASON
084100         MOVE 'R' TO ED-DISP
084200         GO TO 3730-EXIT
084300     END-IF
084400     IF ED-AM-AUTHORITY(ED-HIT) = MC-AUTHORITY
084500         MOVE "AUTHORITY UNCHANGED"     TO ED-REASON
084600         MOVE 'R' TO ED-DISP
084700         GO TO 3730-EXIT
084800     END-IF
084900     MOVE MC-AUTHORITY TO ED-AM-AUTHORITY(ED-HIT).
085000 3730-EXIT.
085100     EXIT.
085200*
085300 3740-EDIT-RENAME.
085400     IF NOT ED-TARGET-FOUND
085500         MOVE "ID NOT ON FILE"          TO ED-REASON
085600         MOVE 'R' TO ED-DISP
085700         GO TO 3740-EXIT
085800     END-IF
085900     IF MC-NEW-ID = SPACES
086000         MOVE "NEW ID BLANK"            TO ED-REASON
086100         MOVE 'R' TO ED-DISP
086200         GO TO 3740-EXIT
086300     END-IF
086400     PERFORM 3741-MATCH-NEW-ID THRU 3741-EXIT
086500         VARYING ED-I FROM 1 BY 1
086600             UNTIL ED-I > ED-AM-USED
086700                OR ED-CARD-REJECTED
086800     IF NOT ED-CARD-REJECTED
086900         MOVE MC-NEW-ID TO ED-AM-OPERATOR(ED-HIT)
087000     END-IF.
087100 3740-EXIT.
087200     EXIT.
087300*
087400 3741-MATCH-NEW-ID.
087500     IF ED-AM-OPERATOR(ED-I) = MC-NEW-ID
087600         MOVE "NEW ID ALREADY ON FILE"  TO ED-REASON
087700         MOVE 'R' TO ED-DISP
087800     END-IF.
087900 3741-EXIT.
088000     EXIT.
088100*
088200******************************************************************
088300*    4000  CHECK-OPERATOR -- ED-OPERATOR must be on BERNAUTH,    *
088400*          active, and hold the production authority, as         *
088500*          BERNDRV and BERNARCH require                          *
088600******************************************************************
088700 4000-CHECK-OPERATOR.
088800     MOVE 0 TO ED-HIT
088900     PERFORM 4010-MATCH-OPERATOR THRU 4010-EXIT
089000         VARYING ED-I FROM 1 BY 1
089100             UNTIL ED-I > ED-MS-USED
089200                OR ED-HIT > 0
089300     IF ED-HIT = 0
089400         MOVE "OPERATOR NOT ON FILE"    TO ED-REASON
089500         MOVE 'R' TO ED-DISP
089600         GO TO 4000-EXIT
089700     END-IF
089800     IF ED-MS-STATUS(ED-HIT) NOT = 'A'
089900         MOVE "OPERATOR DEACTIVATED"    TO ED-REASON
090000         MOVE 'R' TO ED-DISP
090100         GO TO 4000-EXIT
090200     END-IF
090300     IF ED-MS-AUTHORITY(ED-HIT) NOT = 'P'
090400         MOVE "OPERATOR NOT AUTHORIZED (NEEDS P)"
090500             TO ED-REASON
090600         MOVE 'R' TO ED-DISP
090700     END-IF.
090800 4000-EXIT.
090900     EXIT.
091000*
091100 4010-MATCH-OPERATOR.
091200     IF ED-MS-OPERATOR(ED-I) = ED-OPERATOR
091300         MOVE ED-I TO ED-HIT
091400     END-IF.
091500 4010-EXIT.
091600     EXIT.
091700*
091800******************************************************************
091900*    6000  CHECK-DATE -- DY-DATE (YYYYMMDD) is a calendar date:  *
092000*          month 01-12, day within the month, 29 February only   *
092100*          in a leap year                                        *
092200******************************************************************
092300 6000-CHECK-DATE.
092400     MOVE 'N' TO ED-DATE-SW
092500     IF DY-MM < 1 OR DY-MM > 12 OR DY-DD < 1
092600         GO TO 6000-EXIT
092700     END-IF
092800     MOVE DY-MONTH-DAYS(DY-MM) TO DY-LAST-DAY
092900     IF DY-MM = 2
093000         DIVIDE DY-YYYY BY 4 GIVING DY-WORK REMAINDER DY-REM
093100         IF DY-REM = 0
093200             MOVE 29 TO DY-LAST-DAY
093300             DIVIDE DY-YYYY BY 100 GIVING DY-WORK
093400                 REMAINDER DY-REM
093500             IF DY-REM = 0
093600                 DIVIDE DY-YYYY BY 400 GIVING DY-WORK
093700                     REMAINDER DY-REM
093800                 IF DY-REM NOT = 0
093900                     MOVE 28 TO DY-LAST-DAY
094000                 END-IF
094100             END-IF
094200         END-IF
094300     END-IF
094400     IF DY-DD > DY-LAST-DAY
094500         GO TO 6000-EXIT
094600     END-IF
094700     MOVE 'Y' TO ED-DATE-SW.
094800 6000-EXIT.
094900     EXIT.
095000*
095100******************************************************************
095200*    7000  PRINT-SUMMARY -- card counts for the run              *
095300******************************************************************
095400 7000-PRINT-SUMMARY.
095500     MOVE SPACES TO BERNRPT-RECORD
095600     WRITE BERNRPT-RECORD
095700     MOVE "DECKS EDITED"                  TO RL-CT-LABEL
095800     MOVE ED-DECKS                        TO RL-CT-COUNT
095900     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
096000     MOVE "CARDS EDITED"                  TO RL-CT-LABEL
096100     MOVE ED-CARDS                        TO RL-CT-COUNT
096200     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
096300     MOVE "  ACCEPTED"                    TO RL-CT-LABEL
096400     MOVE ED-ACCEPTED                     TO RL-CT-COUNT
096500     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
096600     MOVE "  ACCEPTED WITH WARNING"       TO RL-CT-LABEL
096700     MOVE ED-WARNED                       TO RL-CT-COUNT
096800     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
096900     MOVE "  REJECTED"                    TO RL-CT-LABEL
097000     MOVE ED-REJECTED                     TO RL-CT-COUNT
097100     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
097200     MOVE "EMPTY DECKS REJECTED"          TO RL-CT-LABEL
097300     MOVE ED-EMPTY-DECKS                  TO RL-CT-COUNT
097400     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
097500     IF FS-BERNRPT NOT = "00"
097600         DISPLAY "BERNEDIT: WRITE TO BERNRPT FAILED, STATUS="
097700             FS-BERNRPT
097800         MOVE 'Y' TO ED-FATAL-ERROR
097900     END-IF.
098000 7000-EXIT.
098100     EXIT.
098200*
098300******************************************************************
098400*    9000  END-RUN -- set the job return code                    *
098500******************************************************************
098600 9000-END-RUN.
098700     DISPLAY "BERNEDIT: " ED-DECKS " DECKS, " ED-CARDS
098800         " CARDS, " ED-REJECTED " REJECTED, " ED-WARNED
098900         " WARNINGS"
099000     IF ED-HAS-FATAL-ERROR
099100         MOVE 20 TO RETURN-CODE
099200     ELSE
099300         IF ED-HAS-REJECT
099400             MOVE 8 TO RETURN-CODE
099500         ELSE
099600             IF ED-HAS-WARNING
099700                 MOVE 4 TO RETURN-CODE
099800             ELSE
099900                 MOVE 0 TO RETURN-CODE
100000             END-IF
100100         END-IF
100200     END-IF
100300     STOP RUN.
