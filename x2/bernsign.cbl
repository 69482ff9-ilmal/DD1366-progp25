000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNSIGN.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNSIGN                                                     *
001100*                                                                *
001200*  Model-governance sign-off of a Bernoulli master build.  A    *
001300*  build is not fit for valuation use until it is certified on  *
001400*  the BERNCERT ledger: BERNVRFY, BERNCMP and BERNAUDT each     *
001500*  post their return code against the build they examined, and  *
001600*  this program records the sign-off once all three have        *
001700*  passed (BERNVRFY 0, BERNCMP 0, BERNAUDT 0 or 4).  BERNLKP    *
001800*  refuses to serve an uncertified build as a good read, and    *
001900*  BERNXTR will not transmit one.                               *
002000*                                                                *
002100*  The signing operator must be on BERNAUTH, active, and hold   *
002200*  the certify authority 'C'.  An unreadable master fails       *
002300*  closed, exactly as BERNDRV's operator check does.  'C' is    *
002400*  its own authority level, so the operator who signs a build   *
002500*  off cannot be the one holding 'P' who ran it.                *
002600*                                                                *
002700*  The build's ledger record is listed on SYSOUT whether or not *
002800*  the sign-off is accepted, so a refusal shows which check is  *
002900*  missing or failed.                                           *
003000*                                                                *
003100*  SYSIN card layout:                                           *
003200*      COLS 01-08   BUILD RUN DATE YYYYMMDD (BM-RUN-DATE)       *
003300*      COLS 10-17   BUILD JOB NAME          (BM-RUN-JOBNAME)    *
003400*      COLS 19-26   SIGNING OPERATOR ID                         *
003500*                                                                *
003600*  RETURN-CODE on completion:                                   *
003700*      0   build certified                                      *
003800*      4   build was already certified; nothing changed         *
003900*      8   sign-off refused -- a check is not yet posted, or    *
004000*          did not pass, or the build is not on the ledger      *
004100*      16  parameter card rejected or operator unauthorized     *
004200*      20  the ledger is unavailable or a ledger I/O error      *
004300*          stopped the run                                      *
004400*                                                                *
004500*  MODIFICATION HISTORY                                         *
004600*  ---------------------                                        *
004700*  2026-10-15  ASG  New program.                                *
004800*                                                                *
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT PARM-FILE   ASSIGN TO "SYSIN"
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS FS-PARM-FILE.
005600     SELECT BERNAUTH    ASSIGN TO "BERNAUTH"
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS FS-BERNAUTH.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300 FD  PARM-FILE.
006400 01  PARM-RECORD.
006500     05  PM-RUN-DATE        PIC X(08).
006600     05  PM-RUN-DATE-9 REDEFINES PM-RUN-DATE
006700                            PIC 9(08).
006800     05  FILLER             PIC X(01).
006900     05  PM-RUN-JOBNAME     PIC X(08).
007000     05  FILLER             PIC X(01).
007100     05  PM-OPERATOR        PIC X(08).
007200     05  FILLER             PIC X(54).
007300*
007400 FD  BERNAUTH.
007500 01  AUTH-RECORD.
007600******************************************************************
007700*    OPERATOR AUTHORIZATION MASTER RECORD                        *
007800******************************************************************
007900     COPY "bernauth.cpy".
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300 01  FS-PARM-FILE           PIC X(02).
008400 01  FS-BERNAUTH            PIC X(02).
008500*
008600 77  SG-VALID-REQUEST       PIC X(01) VALUE 'Y'.
008700     88  SG-REQUEST-OK              VALUE 'Y'.
008800 77  SG-FATAL-ERROR         PIC X(01) VALUE 'N'.
008900     88  SG-HAS-FATAL-ERROR         VALUE 'Y'.
009000 77  SG-REFUSED-SW          PIC X(01) VALUE 'N'.
009100     88  SG-SIGN-OFF-REFUSED        VALUE 'Y'.
009200 77  SG-ALREADY-SW          PIC X(01) VALUE 'N'.
009300     88  SG-ALREADY-CERTIFIED       VALUE 'Y'.
009400 77  SG-AUTH-EOF            PIC X(01).
009500     88  SG-END-OF-AUTH             VALUE 'Y'.
009600 77  SG-AUTH-FOUND          PIC X(01).
009700     88  SG-OPERATOR-KNOWN          VALUE 'Y'.
009800 77  SG-AUTH-STATUS         PIC X(01).
009900 77  SG-AUTH-LEVEL          PIC X(01).
010000 77  SG-OPERATOR            PIC X(08) VALUE SPACES.
010100*
010200******************************************************************
010300*    WORK AREAS FOR THE CALL INTERFACE TO BERNCLG                *
010400******************************************************************
010500 01  W-FUNCTION-CODE        PIC X(01).
010600 01  W-CERT.
010700     COPY "berncert.cpy"
010800         REPLACING LEADING ==CT== BY ==WC==.
010900 01  W-STATUS               PIC X(02).
011000*
011100 PROCEDURE DIVISION.
011200*
011300 0000-MAINLINE.
011400     PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
011500     IF NOT SG-REQUEST-OK
011600         DISPLAY "BERNSIGN: PARAMETER CARD REJECTED, "
011700             "RUN TERMINATED"
011800         GO TO 9000-END-RUN
011900     END-IF
012000     PERFORM 2000-SIGN-BUILD THRU 2000-EXIT
012100     GO TO 9000-END-RUN.
012200*
012300******************************************************************
012400*    1000  READ-PARM-CARD -- the build identity and the signing  *
012500*          operator                                              *
012600******************************************************************
012700 1000-READ-PARM-CARD.
012800     OPEN INPUT PARM-FILE
012900     IF FS-PARM-FILE NOT = "00"
013000         DISPLAY "BERNSIGN: UNABLE TO OPEN SYSIN, STATUS="
013100             FS-PARM-FILE
013200         MOVE 'N' TO SG-VALID-REQUEST
013300         GO TO 1000-EXIT
013400     END-IF
013500     READ PARM-FILE
013600         AT END
013700             DISPLAY "BERNSIGN: SYSIN IS EMPTY, NO SIGN-OFF CARD"
013800             MOVE 'N' TO SG-VALID-REQUEST
013900     END-READ
014000     IF SG-REQUEST-OK
014100         MOVE PM-OPERATOR TO SG-OPERATOR
014200         IF PM-RUN-DATE NOT NUMERIC
014300           OR PM-RUN-DATE-9 = ZERO
014400             DISPLAY "BERNSIGN: BUILD RUN DATE NOT NUMERIC"
014500             MOVE 'N' TO SG-VALID-REQUEST
014600         END-IF
014700         IF PM-RUN-JOBNAME = SPACES
014800             DISPLAY "BERNSIGN: BUILD JOB NAME IS BLANK"
014900             MOVE 'N' TO SG-VALID-REQUEST
015000         END-IF
015100     END-IF
015200     IF SG-REQUEST-OK
015300         MOVE PM-RUN-DATE-9  TO WC-RUN-DATE
015400         MOVE PM-RUN-JOBNAME TO WC-RUN-JOBNAME
015500     END-IF
015600     CLOSE PARM-FILE
015700     IF SG-REQUEST-OK
015800         PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT
015900     END-IF.
016000 1000-EXIT.
016100     EXIT.
016200*
016300******************************************************************
016400*    1100  CHECK-OPERATOR -- the card's operator must appear on  *
016500*          the authorization master, be active, and hold the     *
016600*          certify authority level.  An unreadable master fails  *
016700*          closed -- no card is accepted on trust.               *
016800******************************************************************
016900 1100-CHECK-OPERATOR.
017000     MOVE 'N' TO SG-AUTH-EOF
017100     MOVE 'N' TO SG-AUTH-FOUND
017200     MOVE SPACE TO SG-AUTH-STATUS
017300     MOVE SPACE TO SG-AUTH-LEVEL
017400     OPEN INPUT BERNAUTH
017500     IF FS-BERNAUTH NOT = "00"
017600         DISPLAY "BERNSIGN: UNABLE TO OPEN BERNAUTH, STATUS="
017700             FS-BERNAUTH " -- NO CARD CAN BE ACCEPTED"
017800         MOVE 'N' TO SG-VALID-REQUEST
017900         GO TO 1100-EXIT
018000     END-IF
018100     PERFORM 1110-SCAN-ONE-AUTH THRU 1110-EXIT
018200         UNTIL SG-END-OF-AUTH
018300            OR SG-OPERATOR-KNOWN
018400     CLOSE BERNAUTH
018500     IF NOT SG-OPERATOR-KNOWN
018600         DISPLAY "BERNSIGN: OPERATOR " SG-OPERATOR
018700             " IS NOT ON THE AUTHORIZATION MASTER"
018800         MOVE 'N' TO SG-VALID-REQUEST
018900         GO TO 1100-EXIT
019000     END-IF
019100     IF SG-AUTH-STATUS NOT = 'A'
019200         DISPLAY "BERNSIGN: OPERATOR " SG-OPERATOR
019300             " IS DEACTIVATED"
019400         MOVE 'N' TO SG-VALID-REQUEST
019500         GO TO 1100-EXIT
019600     END-IF
019700     IF SG-AUTH-LEVEL NOT = 'C'
019800         DISPLAY "BERNSIGN: OPERATOR " SG-OPERATOR
019900             " DOES NOT HOLD THE CERTIFY AUTHORITY"
020000         MOVE 'N' TO SG-VALID-REQUEST
020100     END-IF.
020200 1100-EXIT.
020300     EXIT.
020400*
020500 1110-SCAN-ONE-AUTH.
020600     READ BERNAUTH
020700         AT END
020800             MOVE 'Y' TO SG-AUTH-EOF
020900         NOT AT END
021000             IF BA-OPERATOR = SG-OPERATOR
021100                 MOVE 'Y'          TO SG-AUTH-FOUND
021200                 MOVE BA-STATUS    TO SG-AUTH-STATUS
021300                 MOVE BA-AUTHORITY TO SG-AUTH-LEVEL
021400             END-IF
021500     END-READ
021600     IF FS-BERNAUTH NOT = "00" AND NOT SG-END-OF-AUTH
021700         DISPLAY "BERNSIGN: READ OF BERNAUTH FAILED, STATUS="
021800             FS-BERNAUTH " -- NO CARD CAN BE ACCEPTED"
021900         MOVE 'N' TO SG-VALID-REQUEST
022000         MOVE 'Y' TO SG-AUTH-EOF
022100     END-IF.
022200 1110-EXIT.
022300     EXIT.
022400*
022500******************************************************************
022600*    2000  SIGN-BUILD -- ask BERNCLG to certify the build and    *
022700*          list the ledger record as it now stands               *
022800******************************************************************
022900 2000-SIGN-BUILD.
023000     MOVE SG-OPERATOR TO WC-CERT-OPERATOR
023100     MOVE 'S' TO W-FUNCTION-CODE
023200     CALL "BERNCLG" USING W-FUNCTION-CODE
023300                          W-CERT
023400                          W-STATUS
023500     EVALUATE W-STATUS
023600         WHEN '00'
023700             DISPLAY "BERNSIGN: BUILD " WC-RUN-DATE " "
023800                 WC-RUN-JOBNAME " CERTIFIED BY " SG-OPERATOR
023900         WHEN '14'
024000             DISPLAY "BERNSIGN: BUILD " WC-RUN-DATE " "
024100                 WC-RUN-JOBNAME " WAS ALREADY CERTIFIED"
024200             MOVE 'Y' TO SG-ALREADY-SW
024300         WHEN '10'
024400             DISPLAY "BERNSIGN: SIGN-OFF REFUSED -- A CHECK IS "
024500                 "NOT POSTED OR DID NOT PASS"
024600             MOVE 'Y' TO SG-REFUSED-SW
024700         WHEN '04'
024800             DISPLAY "BERNSIGN: SIGN-OFF REFUSED -- BUILD "
024900                 WC-RUN-DATE " " WC-RUN-JOBNAME
025000                 " IS NOT ON THE LEDGER"
025100             MOVE 'Y' TO SG-REFUSED-SW
025200             GO TO 2000-EXIT
025300         WHEN '08'
025400             DISPLAY "BERNSIGN: BERNCERT LEDGER UNAVAILABLE"
025500             MOVE 'Y' TO SG-FATAL-ERROR
025600             GO TO 2000-EXIT
025700         WHEN OTHER
025800             DISPLAY "BERNSIGN: BERNCERT LEDGER I/O FAILED, "
025900                 "STATUS=" W-STATUS
026000             MOVE 'Y' TO SG-FATAL-ERROR
026100             GO TO 2000-EXIT
026200     END-EVALUATE
026300     PERFORM 2100-LIST-LEDGER THRU 2100-EXIT.
026400 2000-EXIT.
026500     EXIT.
026600*
026700 2100-LIST-LEDGER.
026800     DISPLAY "BERNSIGN: LEDGER FOR BUILD " WC-RUN-DATE " "
026900         WC-RUN-JOBNAME
027000     IF WC-VRFY-POSTED
027100         DISPLAY "BERNSIGN:   BERNVRFY RC " WC-VRFY-RC
027200             " POSTED " WC-VRFY-DATE " " WC-VRFY-TIME
027300     ELSE
027400         DISPLAY "BERNSIGN:   BERNVRFY NOT POSTED"
027500     END-IF
027600     IF WC-CMP-POSTED
027700         DISPLAY "BERNSIGN:   BERNCMP  RC " WC-CMP-RC
027800             " POSTED " WC-CMP-DATE " " WC-CMP-TIME
027900     ELSE
028000         DISPLAY "BERNSIGN:   BERNCMP  NOT POSTED"
028100     END-IF
028200     IF WC-AUDT-POSTED
028300         DISPLAY "BERNSIGN:   BERNAUDT RC " WC-AUDT-RC
028400             " POSTED " WC-AUDT-DATE " " WC-AUDT-TIME
028500     ELSE
028600         DISPLAY "BERNSIGN:   BERNAUDT NOT POSTED"
028700     END-IF
028800     EVALUATE TRUE
028900         WHEN WC-IS-CERTIFIED
029000             DISPLAY "BERNSIGN:   CERTIFIED BY " WC-CERT-OPERATOR
029100                 " ON " WC-CERT-DATE " " WC-CERT-TIME
029200         WHEN WC-IS-WITHDRAWN
029300             DISPLAY "BERNSIGN:   CERTIFICATION BY "
029400                 WC-CERT-OPERATOR " WITHDRAWN"
029500         WHEN OTHER
029600             DISPLAY "BERNSIGN:   PENDING SIGN-OFF"
029700     END-EVALUATE.
029800 2100-EXIT.
029900     EXIT.
030000*
030100******************************************************************
030200*    9000  END-RUN -- set the return code                        *
030300******************************************************************
030400 9000-END-RUN.
030500     IF SG-HAS-FATAL-ERROR
030600         MOVE 20 TO RETURN-CODE
030700     ELSE
030800         IF NOT SG-REQUEST-OK
030900             MOVE 16 TO RETURN-CODE
031000         ELSE
031100             IF SG-SIGN-OFF-REFUSED
031200                 MOVE 8 TO RETURN-CODE
031300             ELSE
031400                 IF SG-ALREADY-CERTIFIED
031500                     MOVE 4 TO RETURN-CODE
031600                 ELSE
031700                     MOVE 0 TO RETURN-CODE
031800                 END-IF
031900             END-IF
032000         END-IF
032100     END-IF
032200     STOP RUN.
