000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNACKS.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNACKS                                                      *
001100*                                                                *
001200*  Interactive acknowledgement of the open BERNERR exceptions.   *
001300*  BERNERP ages every exception against BERNACK, but BERNACK     *
001400*  was kept by the bridge team hand-editing a flat file and      *
001500*  retyping the date, time, jobname and paragraph of each        *
001600*  exception exactly -- one typo left the exception open for     *
001700*  ever.  This program makes acknowledgement a controlled,       *
001800*  attributable action instead of a text edit.                   *
001900*                                                                *
002000*  The operator signs on against the BERNAUTH authorization      *
002100*  master the way BERNSCRN does, failing closed on an unknown    *
002200*  or deactivated id or an unreadable master.  Acknowledging     *
002300*  writes a production dataset, so only the production           *
002400*  authority 'P' may sign on; three refused attempts end the     *
002500*  session.                                                      *
002600*                                                                *
002700*  The exceptions on BERNERR with no acknowledgement on BERNACK  *
002800*  (matched on date, time, jobname and paragraph, exactly as     *
002900*  BERNERP matches them) are listed oldest first, numbered,      *
003000*  with their paragraph, index and status.  The numbers hold     *
003100*  for the whole session.  At the prompt the operator keys       *
003200*                                                                *
003300*      A NNN           acknowledge exception NNN                 *
003400*      A NNN-MMM       acknowledge exceptions NNN through MMM    *
003500*      L               list the exceptions still open            *
003600*      X               end the session                           *
003700*                                                                *
003800*  and confirms with Y.  Each acknowledgement is appended to     *
003900*  BERNACK as a correctly formed record carrying the             *
004000*  exception's own key, the signed-on operator and today's       *
004100*  date.  BERNACK is read again just before every write, so an   *
004200*  exception already acknowledged -- in this session or by       *
004300*  another operator since the list was built -- is refused,      *
004400*  naming who acknowledged it and when, and is never written     *
004500*  twice.                                                        *
004600*                                                                *
004700*  RETURN-CODE on completion:                                    *
004800*      0   session ended normally by the operator                *
004900*      16  sign-on refused                                       *
005000*      20  BERNAUTH, BERNERR or BERNACK was unavailable, or a    *
005100*          table capacity was exceeded                           *
005200*                                                                *
005300*  MODIFICATION HISTORY                                          *
005400*  ---------------------                                         *
005500*  2026-10-15  ASG  New program.  Retires hand edits of the      *
005600*                   BERNACK dataset.                             *
005700*                                                                *
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT BERNAUTH    ASSIGN TO "BERNAUTH"
006300         ORGANIZATION LINE SEQUENTIAL
006400         FILE STATUS IS FS-BERNAUTH.
006500     SELECT BERNERR     ASSIGN TO "BERNERR"
006600         ORGANIZATION LINE SEQUENTIAL
006700         FILE STATUS IS FS-BERNERR.
006800     SELECT BERNACK     ASSIGN TO "BERNACK"
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS FS-BERNACK.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400*
007500 FD  BERNAUTH.
007600 01  AUTH-RECORD.
007700******************************************************************
007800*    OPERATOR AUTHORIZATION MASTER RECORD                        *
007900******************************************************************
008000     COPY "bernauth.cpy".
008100*
008200 FD  BERNERR.
008300 01  ERR-RECORD.
008400     05  ER-DATE            PIC 9(08).
008500     05  ER-SEP1            PIC X(01).
008600     05  ER-TIME            PIC 9(08).
008700     05  ER-SEP2            PIC X(01).
008800     05  ER-JOBNAME         PIC X(08).
008900     05  ER-SEP3            PIC X(01).
009000     05  ER-PARA            PIC X(20).
009100     05  ER-SEP4            PIC X(01).
009200     05  ER-INDEX           PIC 9(02).
009300     05  ER-SEP5            PIC X(01).
009400     05  ER-STATUS          PIC X(02).
009500*
009600 FD  BERNACK.
009700 01  ACK-RECORD.
009800     05  AK-DATE            PIC 9(08).
009900     05  AK-SEP1            PIC X(01).
010000     05  AK-TIME            PIC 9(08).
010100     05  AK-SEP2            PIC X(01).
010200     05  AK-JOBNAME         PIC X(08).
010300     05  AK-SEP3            PIC X(01).
010400     05  AK-PARA            PIC X(20).
010500     05  AK-SEP4            PIC X(01).
010600     05  AK-OPERATOR        PIC X(08).
010700     05  AK-SEP5            PIC X(01).
010800     05  AK-ACK-DATE        PIC 9(08).
010900*
011000 WORKING-STORAGE SECTION.
011100*
011200 01  FS-BERNAUTH            PIC X(02).
011300 01  FS-BERNERR             PIC X(02).
011400 01  FS-BERNACK             PIC X(02).
011500*
011600 77  AKS-SESSION-SW         PIC X(01) VALUE 'N'.
011700     88  AKS-SESSION-OVER           VALUE 'Y'.
011800 77  AKS-SIGNED-ON          PIC X(01) VALUE 'N'.
011900     88  AKS-OPERATOR-SIGNED-ON     VALUE 'Y'.
012000 77  AKS-FATAL-ERROR        PIC X(01) VALUE 'N'.
012100     88  AKS-HAS-FATAL-ERROR        VALUE 'Y'.
012200 77  AKS-AUTH-EOF           PIC X(01).
012300     88  AKS-END-OF-AUTH            VALUE 'Y'.
012400 77  AKS-AUTH-FOUND         PIC X(01).
012500     88  AKS-OPERATOR-KNOWN         VALUE 'Y'.
012600 77  AKS-ERR-EOF            PIC X(01) VALUE 'N'.
012700     88  AKS-END-OF-ERR             VALUE 'Y'.
012800 77  AKS-ACK-EOF            PIC X(01).
012900     88  AKS-END-OF-ACK             VALUE 'Y'.
013000 77  AKS-HIT-SW             PIC X(01).
013100     88  AKS-ID-FOUND               VALUE 'Y'.
013200 77  AKS-AUTH-STATUS        PIC X(01).
013300 77  AKS-AUTH-LEVEL         PIC X(01).
013400 77  AKS-ATTEMPTS           PIC 9(01) VALUE ZERO.
013500 77  AKS-OPERATOR           PIC X(08) VALUE SPACES.
013600 77  AKS-TODAY              PIC 9(08).
013700 77  AKS-CONFIRM            PIC X(01).
013800*
013900******************************************************************
014000*    OPERATOR REPLY AT THE COMMAND PROMPT                        *
014100******************************************************************
014200 01  AKS-REPLY              PIC X(11) VALUE SPACES.
014300 01  AKS-REPLY-R REDEFINES AKS-REPLY.
014400     05  AKS-RP-CMD         PIC X(01).
014500     05  AKS-RP-GAP         PIC X(01).
014600     05  AKS-RP-FROM        PIC X(03).
014700     05  AKS-RP-DASH        PIC X(01).
014800     05  AKS-RP-TO          PIC X(03).
014900     05  FILLER             PIC X(02).
015000 77  AKS-FROM               PIC 9(03) VALUE ZERO.
015100 77  AKS-TO                 PIC 9(03) VALUE ZERO.
015200*
015300 77  AKS-ERR-READ           PIC 9(05) COMP VALUE ZERO.
015400 77  AKS-WRITTEN            PIC 9(05) COMP VALUE ZERO.
015500 77  AKS-PENDING            PIC 9(05) COMP.
015600 77  AKS-SHOWN              PIC 9(05) COMP.
015700 77  AKS-COUNT-EDIT         PIC ZZZZ9.
015800 77  AKS-LAST-EDIT          PIC 9(03).
015900*
016000******************************************************************
016100*    ACKNOWLEDGEMENT TABLE -- BERNACK AS IT STANDS, RELOADED     *
016200*    BEFORE EVERY WRITE, MATCHED ON THE FOUR-PART KEY            *
016300******************************************************************
016400 01  AKS-ACK-TABLE.
016500     05  AKS-ACK-ROW OCCURS 500 TIMES.
016600         10  AKS-AK-DATE    PIC 9(08).
016700         10  AKS-AK-TIME    PIC 9(08).
016800         10  AKS-AK-JOBNAME PIC X(08).
016900         10  AKS-AK-PARA    PIC X(20).
017000         10  AKS-AK-OPERATOR
017100                            PIC X(08).
017200         10  AKS-AK-ACK-DATE
017300                            PIC 9(08).
017400 77  AKS-ACK-USED           PIC 9(03) COMP VALUE ZERO.
017500 77  AKS-A                  PIC 9(03) COMP.
017600*
017700******************************************************************
017800*    OPEN EXCEPTIONS, OLDEST FIRST; A ROW ACKNOWLEDGED IN THIS   *
017900*    SESSION KEEPS ITS NUMBER AND IS MARKED                      *
018000******************************************************************
018100 01  AKS-OPEN-TABLE.
018200     05  AKS-OPEN-ROW OCCURS 500 TIMES.
018300         10  AKS-OP-KEY.
018400             15  AKS-OP-DATE
018500                            PIC 9(08).
018600             15  AKS-OP-TIME
018700                            PIC 9(08).
018800         10  AKS-OP-JOBNAME PIC X(08).
018900         10  AKS-OP-PARA    PIC X(20).
019000         10  AKS-OP-INDEX   PIC 9(02).
019100         10  AKS-OP-STATUS  PIC X(02).
019200         10  AKS-OP-ACKED   PIC X(01).
019300 77  AKS-OPEN-USED          PIC 9(03) COMP VALUE ZERO.
019400 77  AKS-I                  PIC 9(03) COMP.
019500 77  AKS-POS                PIC 9(03) COMP.
019600 01  AKS-NEW-KEY.
019700     05  AKS-NK-DATE        PIC 9(08).
019800     05  AKS-NK-TIME        PIC 9(08).
019900 77  AKS-MATCH-JOBNAME      PIC X(08).
020000 77  AKS-MATCH-PARA         PIC X(20).
020100*
020200******************************************************************
020300*    ONE LINE OF THE OPEN-EXCEPTION LIST                         *
020400******************************************************************
020500 01  AKS-LIST-HEAD.
020600     05  FILLER             PIC X(05) VALUE "NO.".
020700     05  FILLER             PIC X(09) VALUE "DATE".
020800     05  FILLER             PIC X(09) VALUE "TIME".
020900     05  FILLER             PIC X(09) VALUE "JOBNAME".
021000     05  FILLER             PIC X(21) VALUE "PARAGRAPH".
021100     05  FILLER             PIC X(03) VALUE "IX".
021200     05  FILLER             PIC X(02) VALUE "ST".
021300 01  AKS-LIST-LINE.
021400     05  AKS-LL-NUMBER      PIC ZZ9.
021500     05  FILLER             PIC X(02) VALUE SPACES.
021600     05  AKS-LL-DATE        PIC 9(08).
021700     05  FILLER             PIC X(01) VALUE SPACES.
021800     05  AKS-LL-TIME        PIC 9(08).
021900     05  FILLER             PIC X(01) VALUE SPACES.
022000     05  AKS-LL-JOBNAME     PIC X(08).
022100     05  FILLER             PIC X(01) VALUE SPACES.
022200     05  AKS-LL-PARA        PIC X(20).
022300     05  FILLER             PIC X(01) VALUE SPACES.
022400     05  AKS-LL-INDEX       PIC 9(02).
022500     05  FILLER             PIC X(01) VALUE SPACES.
022600     05  AKS-LL-STATUS      PIC X(02).
022700*
022800 PROCEDURE DIVISION.
022900*
023000 0000-MAINLINE.
023100     DISPLAY "BERNACKS -- EXCEPTION ACKNOWLEDGEMENT"
023200     ACCEPT AKS-TODAY FROM DATE YYYYMMDD
023300     PERFORM 1000-SIGN-ON THRU 1000-EXIT
023400         UNTIL AKS-OPERATOR-SIGNED-ON
023500            OR AKS-ATTEMPTS >= 3
023600            OR AKS-HAS-FATAL-ERROR
023700     IF NOT AKS-OPERATOR-SIGNED-ON
023800         DISPLAY "BERNACKS: SIGN-ON REFUSED, SESSION ENDED"
023900         GO TO 9000-END-RUN
024000     END-IF
024100     DISPLAY "SIGNED ON AS " AKS-OPERATOR
024200     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT
024300     IF NOT AKS-HAS-FATAL-ERROR
024400         PERFORM 2500-LOAD-OPEN THRU 2500-EXIT
024500     END-IF
024600     IF AKS-HAS-FATAL-ERROR
024700         GO TO 9000-END-RUN
024800     END-IF
024900     PERFORM 3000-LIST-OPEN THRU 3000-EXIT
025000     PERFORM 4000-ONE-COMMAND THRU 4000-EXIT
025100         UNTIL AKS-SESSION-OVER
025200            OR AKS-HAS-FATAL-ERROR
025300     GO TO 9000-END-RUN.
025400*
025500******************************************************************
025600*    1000  SIGN-ON -- one operator-id attempt, validated         *
025700*          against BERNAUTH with the same fail-closed behavior   *
025800*          as BERNSCRN; acknowledgement needs the production     *
025900*          authority                                             *
026000******************************************************************
026100 1000-SIGN-ON.
026200     ADD 1 TO AKS-ATTEMPTS
026300     DISPLAY "OPERATOR ID?"
026400     MOVE SPACES TO AKS-OPERATOR
026500     ACCEPT AKS-OPERATOR FROM CONSOLE
026600     IF AKS-OPERATOR = SPACES
026700         DISPLAY "AN OPERATOR ID IS REQUIRED"
026800         GO TO 1000-EXIT
026900     END-IF
027000     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
027100 1000-EXIT.
027200     EXIT.
027300*
027400 1100-CHECK-OPERATOR.
027500     MOVE 'N' TO AKS-AUTH-EOF
027600     MOVE 'N' TO AKS-AUTH-FOUND
027700     MOVE SPACE TO AKS-AUTH-STATUS
027800     MOVE SPACE TO AKS-AUTH-LEVEL
027900     OPEN INPUT BERNAUTH
028000     IF FS-BERNAUTH NOT = "00"
028100         DISPLAY "BERNACKS: UNABLE TO OPEN BERNAUTH, STATUS="
028200             FS-BERNAUTH " -- NO SIGN-ON CAN BE ACCEPTED"
028300         MOVE 'Y' TO AKS-FATAL-ERROR
028400         GO TO 1100-EXIT
028500     END-IF
028600     PERFORM 1110-SCAN-ONE-AUTH THRU 1110-EXIT
028700         UNTIL AKS-END-OF-AUTH
028800            OR AKS-OPERATOR-KNOWN
028900     CLOSE BERNAUTH
029000     IF AKS-HAS-FATAL-ERROR
029100         GO TO 1100-EXIT
029200     END-IF
029300     IF NOT AKS-OPERATOR-KNOWN
029400         DISPLAY "OPERATOR " AKS-OPERATOR
029500             " IS NOT ON THE AUTHORIZATION MASTER"
029600         GO TO 1100-EXIT
029700     END-IF
029800     IF AKS-AUTH-STATUS NOT = 'A'
029900         DISPLAY "OPERATOR " AKS-OPERATOR " IS DEACTIVATED"
030000         GO TO 1100-EXIT
030100     END-IF
030200     IF AKS-AUTH-LEVEL NOT = 'P'
030300         DISPLAY "OPERATOR " AKS-OPERATOR
030400             " HOLDS NO ACKNOWLEDGEMENT AUTHORITY (NEEDS P)"
030500         GO TO 1100-EXIT
030600     END-IF
030700     MOVE 'Y' TO AKS-SIGNED-ON.
030800 1100-EXIT.
030900     EXIT.
031000*
031100 1110-SCAN-ONE-AUTH.
031200     READ BERNAUTH
031300         AT END
031400             MOVE 'Y' TO AKS-AUTH-EOF
031500         NOT AT END
031600             IF BA-OPERATOR = AKS-OPERATOR
031700                 MOVE 'Y'          TO AKS-AUTH-FOUND
031800                 MOVE BA-STATUS    TO AKS-AUTH-STATUS
031900                 MOVE BA-AUTHORITY TO AKS-AUTH-LEVEL
032000             END-IF
032100     END-READ
032200     IF FS-BERNAUTH NOT = "00" AND NOT AKS-END-OF-AUTH
032300         DISPLAY "BERNACKS: READ OF BERNAUTH FAILED, STATUS="
032400             FS-BERNAUTH " -- NO SIGN-ON CAN BE ACCEPTED"
032500         MOVE 'Y' TO AKS-FATAL-ERROR
032600         MOVE 'Y' TO AKS-AUTH-EOF
032700     END-IF.
032800 1110-EXIT.
032900     EXIT.
033000*
033100******************************************************************
033200*    2000  LOAD-ACKS -- BERNACK into the acknowledgement table.  *
033300*          A dataset not yet created is an empty one, as in      *
033400*          BERNERP; any other failure ends the session           *
033500******************************************************************
033600 2000-LOAD-ACKS.
033700     MOVE 0   TO AKS-ACK-USED
033800     MOVE 'N' TO AKS-ACK-EOF
033900     OPEN INPUT BERNACK
034000     IF FS-BERNACK = "35"
034100         GO TO 2000-EXIT
034200     END-IF
034300     IF FS-BERNACK NOT = "00"
034400         DISPLAY "BERNACKS: UNABLE TO OPEN BERNACK, STATUS="
034500             FS-BERNACK
034600         MOVE 'Y' TO AKS-FATAL-ERROR
034700         GO TO 2000-EXIT
034800     END-IF
034900     PERFORM 2100-LOAD-ONE-ACK THRU 2100-EXIT
035000         UNTIL AKS-END-OF-ACK
035100            OR AKS-HAS-FATAL-ERROR
035200     CLOSE BERNACK.
035300 2000-EXIT.
035400     EXIT.
035500*
035600 2100-LOAD-ONE-ACK.
035700     READ BERNACK
035800         AT END
035900             MOVE 'Y' TO AKS-ACK-EOF
036000             GO TO 2100-EXIT
036100     END-READ
036200     IF FS-BERNACK NOT = "00"
036300         DISPLAY "BERNACKS: READ OF BERNACK FAILED, STATUS="
036400             FS-BERNACK
036500         MOVE 'Y' TO AKS-FATAL-ERROR
036600         GO TO 2100-EXIT
036700     END-IF
036800     IF AKS-ACK-USED >= 500
036900         DISPLAY "BERNACKS: ACKNOWLEDGEMENT TABLE CAPACITY OF "
037000             "500 EXCEEDED, SESSION ENDED"
037100         MOVE 'Y' TO AKS-FATAL-ERROR
037200         GO TO 2100-EXIT
037300     END-IF
037400     ADD 1 TO AKS-ACK-USED
037500     MOVE AK-DATE     TO AKS-AK-DATE(AKS-ACK-USED)
037600     MOVE AK-TIME     TO AKS-AK-TIME(AKS-ACK-USED)
037700     MOVE AK-JOBNAME  TO AKS-AK-JOBNAME(AKS-ACK-USED)
037800     MOVE AK-PARA     TO AKS-AK-PARA(AKS-ACK-USED)
037900     MOVE AK-OPERATOR TO AKS-AK-OPERATOR(AKS-ACK-USED)
038000     MOVE AK-ACK-DATE TO AKS-AK-ACK-DATE(AKS-ACK-USED).
038100 2100-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500*    2500  LOAD-OPEN -- every BERNERR record with no matching    *
038600*          acknowledgement, inserted in date and time order so   *
038700*          the list runs oldest first                            *
038800******************************************************************
038900 2500-LOAD-OPEN.
039000     OPEN INPUT BERNERR
039100     IF FS-BERNERR NOT = "00"
039200         DISPLAY "BERNACKS: UNABLE TO OPEN BERNERR, STATUS="
039300             FS-BERNERR
039400         MOVE 'Y' TO AKS-FATAL-ERROR
039500         GO TO 2500-EXIT
039600     END-IF
039700     PERFORM 2600-LOAD-ONE-ERR THRU 2600-EXIT
039800         UNTIL AKS-END-OF-ERR
039900            OR AKS-HAS-FATAL-ERROR
040000     CLOSE BERNERR.
040100 2500-EXIT.
040200     EXIT.
040300*
040400 2600-LOAD-ONE-ERR.
040500     READ BERNERR
040600         AT END
040700             MOVE 'Y' TO AKS-ERR-EOF
040800             GO TO 2600-EXIT
040900     END-READ
041000     IF FS-BERNERR NOT = "00"
041100         DISPLAY "BERNACKS: READ OF BERNERR FAILED, STATUS="
041200             FS-BERNERR
041300         MOVE 'Y' TO AKS-FATAL-ERROR
041400         GO TO 2600-EXIT
041500     END-IF
041600     ADD 1 TO AKS-ERR-READ
041700     MOVE ER-DATE    TO AKS-NK-DATE
041800     MOVE ER-TIME    TO AKS-NK-TIME
041900     MOVE ER-JOBNAME TO AKS-MATCH-JOBNAME
042000     MOVE ER-PARA    TO AKS-MATCH-PARA
042100     PERFORM 5000-MATCH-ACK THRU 5000-EXIT
042200     IF AKS-ID-FOUND
042300         GO TO 2600-EXIT
042400     END-IF
042500     IF AKS-OPEN-USED >= 500
042600         DISPLAY "BERNACKS: OPEN-EXCEPTION TABLE CAPACITY OF "
042700             "500 EXCEEDED, SESSION ENDED"
042800         MOVE 'Y' TO AKS-FATAL-ERROR
042900         GO TO 2600-EXIT
043000     END-IF
043100     ADD 1 TO AKS-OPEN-USED
043200     MOVE AKS-OPEN-USED TO AKS-POS
043300     PERFORM 2610-SHIFT-ONE THRU 2610-EXIT
043400         UNTIL AKS-POS = 1
043500            OR AKS-OP-KEY(AKS-POS - 1) NOT > AKS-NEW-KEY
043600     MOVE AKS-NK-DATE TO AKS-OP-DATE(AKS-POS)
043700     MOVE AKS-NK-TIME TO AKS-OP-TIME(AKS-POS)
043800     MOVE ER-JOBNAME  TO AKS-OP-JOBNAME(AKS-POS)
043900     MOVE ER-PARA     TO AKS-OP-PARA(AKS-POS)
044000     MOVE ER-INDEX    TO AKS-OP-INDEX(AKS-POS)
044100     MOVE ER-STATUS   TO AKS-OP-STATUS(AKS-POS)
044200     MOVE 'N'         TO AKS-OP-ACKED(AKS-POS).
044300 2600-EXIT.
044400     EXIT.
044500*
044600 2610-SHIFT-ONE.
044700     MOVE AKS-OPEN-ROW(AKS-POS - 1) TO AKS-OPEN-ROW(AKS-POS)
044800     SUBTRACT 1 FROM AKS-POS.
044900 2610-EXIT.
045000     EXIT.
045100*
045200******************************************************************
045300*    3000  LIST-OPEN -- the exceptions still open, by number,    *
045400*          pausing after every twenty lines                      *
045500******************************************************************
045600 3000-LIST-OPEN.
045700     MOVE 0 TO AKS-PENDING
045800     MOVE 0 TO AKS-SHOWN
045900     MOVE SPACE TO AKS-CONFIRM
046000     DISPLAY " "
046100     DISPLAY AKS-LIST-HEAD
046200     PERFORM 3100-LIST-ONE THRU 3100-EXIT
046300         VARYING AKS-I FROM 1 BY 1
046400             UNTIL AKS-I > AKS-OPEN-USED
046500                OR AKS-CONFIRM = 'X' OR AKS-CONFIRM = 'x'
046600     IF AKS-PENDING = 0
046700         DISPLAY "NO OPEN EXCEPTIONS"
046800     END-IF.
046900 3000-EXIT.
047000     EXIT.
047100*
047200 3100-LIST-ONE.
047300     IF AKS-OP-ACKED(AKS-I) = 'Y'
047400         GO TO 3100-EXIT
047500     END-IF
047600     ADD 1 TO AKS-PENDING
047700     IF AKS-SHOWN = 20
047800         DISPLAY "PRESS ENTER FOR MORE, OR X TO STOP THE LIST"
047900         MOVE SPACE TO AKS-CONFIRM
048000         ACCEPT AKS-CONFIRM FROM CONSOLE
048100         IF AKS-CONFIRM = 'X' OR AKS-CONFIRM = 'x'
048200             GO TO 3100-EXIT
048300         END-IF
048400         MOVE 0 TO AKS-SHOWN
048500     END-IF
048600     MOVE AKS-I                 TO AKS-LL-NUMBER
048700     MOVE AKS-OP-DATE(AKS-I)    TO AKS-LL-DATE
048800     MOVE AKS-OP-TIME(AKS-I)    TO AKS-LL-TIME
048900     MOVE AKS-OP-JOBNAME(AKS-I) TO AKS-LL-JOBNAME
049000     MOVE AKS-OP-PARA(AKS-I)    TO AKS-LL-PARA
049100     MOVE AKS-OP-INDEX(AKS-I)   TO AKS-LL-INDEX
049200     MOVE AKS-OP-STATUS(AKS-I)  TO AKS-LL-STATUS
049300     DISPLAY AKS-LIST-LINE
049400     ADD 1 TO AKS-SHOWN.
049500 3100-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900*    4000  ONE-COMMAND -- prompt, validate the reply, and list   *
050000*          or acknowledge                                        *
050100******************************************************************
050200 4000-ONE-COMMAND.
050300     DISPLAY "A NNN OR A NNN-MMM TO ACKNOWLEDGE, L TO LIST, "
050400         "X TO EXIT?"
050500     MOVE SPACES TO AKS-REPLY
050600     ACCEPT AKS-REPLY FROM CONSOLE
050700     EVALUATE TRUE
050800         WHEN AKS-REPLY = "X" OR AKS-REPLY = "x"
050900             MOVE 'Y' TO AKS-SESSION-SW
051000             GO TO 4000-EXIT
051100         WHEN AKS-REPLY = "L" OR AKS-REPLY = "l"
051200             PERFORM 3000-LIST-OPEN THRU 3000-EXIT
051300             GO TO 4000-EXIT
051400         WHEN AKS-RP-CMD = "A" OR AKS-RP-CMD = "a"
051500             CONTINUE
051600         WHEN OTHER
051700             DISPLAY "KEY A NNN, A NNN-MMM, L OR X"
051800             GO TO 4000-EXIT
051900     END-EVALUATE
052000     IF AKS-RP-GAP NOT = SPACE OR AKS-RP-FROM NOT NUMERIC
052100         DISPLAY "KEY THE EXCEPTION NUMBER AS THREE DIGITS AFTER "
052200             "ONE SPACE, E.G. A 007"
052300         GO TO 4000-EXIT
052400     END-IF
052500     MOVE AKS-RP-FROM TO AKS-FROM
052600     EVALUATE TRUE
052700         WHEN AKS-RP-DASH = SPACE AND AKS-RP-TO = SPACES
052800             MOVE AKS-FROM TO AKS-TO
052900         WHEN AKS-RP-DASH = "-" AND AKS-RP-TO IS NUMERIC
053000             MOVE AKS-RP-TO TO AKS-TO
053100         WHEN OTHER
053200             DISPLAY "KEY A RANGE AS A NNN-MMM, E.G. A 007-012"
053300             GO TO 4000-EXIT
053400     END-EVALUATE
053500     IF AKS-FROM = 0 OR AKS-TO > AKS-OPEN-USED
053600       OR AKS-FROM > AKS-TO
053700         MOVE AKS-OPEN-USED TO AKS-LAST-EDIT
053800         DISPLAY "NO SUCH EXCEPTION NUMBER OR RANGE -- THE LIST "
053900             "RUNS 001 TO " AKS-LAST-EDIT
054000         GO TO 4000-EXIT
054100     END-IF
054200     PERFORM 4100-ACKNOWLEDGE THRU 4100-EXIT.
054300 4000-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700*    4100  ACKNOWLEDGE -- confirm, re-read BERNACK, and append   *
054800*          one record per exception in the range not already     *
054900*          acknowledged                                          *
055000******************************************************************
055100 4100-ACKNOWLEDGE.
055200     MOVE 0 TO AKS-PENDING
055300     PERFORM 4110-COUNT-PENDING THRU 4110-EXIT
055400         VARYING AKS-I FROM AKS-FROM BY 1
055500             UNTIL AKS-I > AKS-TO
055600     IF AKS-PENDING = 0
055700         DISPLAY "REFUSED -- ALREADY ACKNOWLEDGED IN THIS SESSION"
055800         GO TO 4100-EXIT
055900     END-IF
056000     MOVE AKS-PENDING TO AKS-COUNT-EDIT
056100     DISPLAY "ACKNOWLEDGE " AKS-COUNT-EDIT " EXCEPTION(S) "
056200         AKS-FROM " TO " AKS-TO " AS " AKS-OPERATOR "? (Y/N)"
056300     MOVE SPACE TO AKS-CONFIRM
056400     ACCEPT AKS-CONFIRM FROM CONSOLE
056500     IF AKS-CONFIRM NOT = 'Y' AND AKS-CONFIRM NOT = 'y'
056600         DISPLAY "NOTHING ACKNOWLEDGED"
056700         GO TO 4100-EXIT
056800     END-IF
056900     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT
057000     IF AKS-HAS-FATAL-ERROR
057100         GO TO 4100-EXIT
057200     END-IF
057300     OPEN EXTEND BERNACK
057400     IF FS-BERNACK = "35"
057500         OPEN OUTPUT BERNACK
057600     END-IF
057700     IF FS-BERNACK NOT = "00"
057800         DISPLAY "BERNACKS: UNABLE TO OPEN BERNACK FOR OUTPUT, "
057900             "STATUS=" FS-BERNACK
058000         MOVE 'Y' TO AKS-FATAL-ERROR
058100         GO TO 4100-EXIT
058200     END-IF
058300     PERFORM 4200-ACK-ONE THRU 4200-EXIT
058400         VARYING AKS-I FROM AKS-FROM BY 1
058500             UNTIL AKS-I > AKS-TO
058600                OR AKS-HAS-FATAL-ERROR
058700     CLOSE BERNACK.
058800 4100-EXIT.
058900     EXIT.
059000*
059100 4110-COUNT-PENDING.
059200     IF AKS-OP-ACKED(AKS-I) NOT = 'Y'
059300         ADD 1 TO AKS-PENDING
059400     END-IF.
059500 4110-EXIT.
059600     EXIT.
059700*
059800 4200-ACK-ONE.
059900     MOVE AKS-I TO AKS-LL-NUMBER
060000     IF AKS-OP-ACKED(AKS-I) = 'Y'
060100         DISPLAY AKS-LL-NUMBER " ALREADY ACKNOWLEDGED IN THIS "
060200             "SESSION -- REFUSED"
060300         GO TO 4200-EXIT
060400     END-IF
060500     MOVE AKS-OP-DATE(AKS-I)    TO AKS-NK-DATE
060600     MOVE AKS-OP-TIME(AKS-I)    TO AKS-NK-TIME
060700     MOVE AKS-OP-JOBNAME(AKS-I) TO AKS-MATCH-JOBNAME
060800     MOVE AKS-OP-PARA(AKS-I)    TO AKS-MATCH-PARA
060900     PERFORM 5000-MATCH-ACK THRU 5000-EXIT
061000     IF AKS-ID-FOUND
061100         MOVE 'Y' TO AKS-OP-ACKED(AKS-I)
061200         DISPLAY AKS-LL-NUMBER " ALREADY ACKNOWLEDGED BY "
061300             AKS-AK-OPERATOR(AKS-A) " ON "
061400             AKS-AK-ACK-DATE(AKS-A) " -- REFUSED"
061500         GO TO 4200-EXIT
061600     END-IF
061700     IF AKS-ACK-USED >= 500
061800         DISPLAY "BERNACKS: ACKNOWLEDGEMENT TABLE CAPACITY OF "
061900             "500 EXCEEDED, SESSION ENDED"
062000         MOVE 'Y' TO AKS-FATAL-ERROR
062100         GO TO 4200-EXIT
062200     END-IF
062300     MOVE SPACES                TO ACK-RECORD
062400     MOVE AKS-OP-DATE(AKS-I)    TO AK-DATE
062500     MOVE AKS-OP-TIME(AKS-I)    TO AK-TIME
062600     MOVE AKS-OP-JOBNAME(AKS-I) TO AK-JOBNAME
062700     MOVE AKS-OP-PARA(AKS-I)    TO AK-PARA
062800     MOVE AKS-OPERATOR          TO AK-OPERATOR
062900     MOVE AKS-TODAY             TO AK-ACK-DATE
063000     WRITE ACK-RECORD
063100     IF FS-BERNACK NOT = "00"
063200         DISPLAY "BERNACKS: WRITE TO BERNACK FAILED, STATUS="
063300             FS-BERNACK
063400         MOVE 'Y' TO AKS-FATAL-ERROR
063500         GO TO 4200-EXIT
063600     END-IF
063700     ADD 1 TO AKS-ACK-USED
063800     MOVE AK-DATE     TO AKS-AK-DATE(AKS-ACK-USED)
063900     MOVE AK-TIME     TO AKS-AK-TIME(AKS-ACK-USED)
064000     MOVE AK-JOBNAME  TO AKS-AK-JOBNAME(AKS-ACK-USED)
064100     MOVE AK-PARA     TO AKS-AK-PARA(AKS-ACK-USED)
064200     MOVE AK-OPERATOR TO AKS-AK-OPERATOR(AKS-ACK-USED)
064300     MOVE AK-ACK-DATE TO AKS-AK-ACK-DATE(AKS-ACK-USED)
064400     MOVE 'Y' TO AKS-OP-ACKED(AKS-I)
064500     ADD 1 TO AKS-WRITTEN
064600     DISPLAY AKS-LL-NUMBER " ACKNOWLEDGED".
064700 4200-EXIT.
064800     EXIT.
064900*
065000******************************************************************
065100*    5000  MATCH-ACK -- AKS-NEW-KEY, AKS-MATCH-JOBNAME and       *
065200*          AKS-MATCH-PARA against the acknowledgement table;     *
065300*          AKS-A carries the matching row                        *
065400******************************************************************
065500 5000-MATCH-ACK.
065600     MOVE 'N' TO AKS-HIT-SW
065700     PERFORM 5010-MATCH-ONE THRU 5010-EXIT
065800         VARYING AKS-A FROM 1 BY 1
065900             UNTIL AKS-A > AKS-ACK-USED
066000                OR AKS-ID-FOUND
066100     IF AKS-ID-FOUND
066200         SUBTRACT 1 FROM AKS-A
066300     END-IF.
066400 5000-EXIT.
066500     EXIT.
066600*
066700 5010-MATCH-ONE.
066800     IF AKS-AK-DATE(AKS-A)      = AKS-NK-DATE
066900       AND AKS-AK-TIME(AKS-A)    = AKS-NK-TIME
067000       AND AKS-AK-JOBNAME(AKS-A) = AKS-MATCH-JOBNAME
067100       AND AKS-AK-PARA(AKS-A)    = AKS-MATCH-PARA
067200         MOVE 'Y' TO AKS-HIT-SW
067300     END-IF.
067400 5010-EXIT.
067500     EXIT.
067600*
067700******************************************************************
067800*    9000  END-RUN -- set the return code                        *
067900******************************************************************
068000 9000-END-RUN.
068100     MOVE AKS-WRITTEN TO AKS-COUNT-EDIT
068200     DISPLAY "BERNACKS: " AKS-COUNT-EDIT
068300         " ACKNOWLEDGEMENTS WRITTEN"
068400     IF AKS-HAS-FATAL-ERROR
068500         MOVE 20 TO RETURN-CODE
068600     ELSE
068700         IF NOT AKS-OPERATOR-SIGNED-ON
068800             MOVE 16 TO RETURN-CODE
068900         ELSE
069000             MOVE 0 TO RETURN-CODE
069100         END-IF
069200     END-IF
069300     STOP RUN.
