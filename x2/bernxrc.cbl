000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNXRC.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNXRC                                                       *
001100*                                                                *
001200*  Transmission reconciliation for the BERNXTR extracts.  The    *
001300*  trailer of every transmission file carries a detail count     *
001400*  and a numerator hash total, but nothing on this side learnt   *
001500*  whether the valuation platform received and balanced it; a    *
001600*  failed transfer surfaced only when someone on the platform    *
001700*  noticed stale numbers.  This program reads the transfer       *
001800*  history BERNXFRH, which BERNXTR appends to for every extract  *
001900*  it completes, together with the platform's acknowledgement    *
002000*  dataset BERNXACK, matches each extract on its extract date    *
002100*  and time (the H record values the platform echoes back), and  *
002200*  prints to BERNRPT a reconciliation of every extract:          *
002300*                                                                *
002400*      BALANCED      acknowledged as loaded, and the platform's  *
002500*                    counts and hash agree with ours             *
002600*      COUNT MISMATCH / HASH MISMATCH                            *
002700*                    the platform's figures disagree with the    *
002800*                    history (its figures are printed below)     *
002900*      REJECTED      the platform refused the load (its reason   *
003000*                    is printed below)                           *
003100*      AWAITING ACK  no acknowledgement yet, within threshold    *
003200*      NO ACK        no acknowledgement after more than the      *
003300*                    threshold number of days                    *
003400*                                                                *
003500*  An acknowledgement that matches no extract on the history is  *
003600*  listed as well, since it means one side's record of the       *
003700*  transfers is wrong.  Where the platform acknowledges one      *
003800*  extract more than once, the last acknowledgement on the       *
003900*  dataset stands.                                               *
004000*                                                                *
004100*  Acknowledgement record (BERNXACK, from the platform):         *
004200*      COLS 01-08  EXTRACT DATE, 10-17 EXTRACT TIME,             *
004300*      COLS 19-24  MASTER (D) RECORDS, 26-31 SUM (S) RECORDS,    *
004400*      COLS 33-38  DETAIL COUNT, 40-51 HASH TOTAL,               *
004500*      COL  53     RESULT ('A' = ACCEPTED, 'R' = REJECTED),      *
004600*      COLS 55-62  DATE PROCESSED, 64-80 REASON TEXT             *
004700*                                                                *
004800*  SYSIN card layout:                                            *
004900*      COLS 01-03   ACKNOWLEDGEMENT THRESHOLD IN DAYS            *
005000*      COLS 05-12   AS-OF DATE YYYYMMDD (BLANK = TODAY)          *
005100*                                                                *
005200*  RETURN-CODE on completion, so the daily checklist can key     *
005300*  off the step RC:                                              *
005400*      0   every extract balanced or still within threshold      *
005500*      8   at least one extract unacknowledged past the          *
005600*          threshold                                             *
005700*      12  at least one count or hash mismatch, rejected load,   *
005800*          or acknowledgement matching no extract                *
005900*      16  parameter card rejected                               *
006000*      20  a dataset I/O error stopped the run                   *
006100*                                                                *
006200*  MODIFICATION HISTORY                                          *
006300*  ---------------------                                         *
006400*  2026-10-15  ASG  New program.  Closes the loop on the         *
006500*                   BERNXTR transfers.                           *
006600*                                                                *
006700******************************************************************
006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT PARM-FILE   ASSIGN TO "SYSIN"
007200         ORGANIZATION LINE SEQUENTIAL
007300         FILE STATUS IS FS-PARM-FILE.
007400     SELECT BERNXFRH    ASSIGN TO "BERNXFRH"
007500         ORGANIZATION LINE SEQUENTIAL
007600         FILE STATUS IS FS-BERNXFRH.
007700     SELECT BERNXACK    ASSIGN TO "BERNXACK"
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS IS FS-BERNXACK.
008000     SELECT BERNRPT     ASSIGN TO "BERNRPT"
008100         ORGANIZATION LINE SEQUENTIAL
008200         FILE STATUS IS FS-BERNRPT.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600*
008700 FD  PARM-FILE.
008800 01  PARM-RECORD.
008900     05  PM-THRESHOLD       PIC 9(03).
009000     05  FILLER             PIC X(01).
009100     05  PM-AS-OF           PIC X(08).
009200     05  FILLER             PIC X(68).
009300*
009400 FD  BERNXFRH.
009500 01  XFRH-RECORD.
009600******************************************************************
009700*    TRANSFER HISTORY RECORD, ONE PER COMPLETED EXTRACT          *
009800******************************************************************
009900     COPY "bernxfrh.cpy".
010000*
010100 FD  BERNXACK.
010200 01  XACK-RECORD.
010300     05  XA-EXTRACT-DATE    PIC 9(08).
010400     05  XA-SEP1            PIC X(01).
010500     05  XA-EXTRACT-TIME    PIC 9(08).
010600     05  XA-SEP2            PIC X(01).
010700     05  XA-MAST-COUNT      PIC 9(06).
010800     05  XA-SEP3            PIC X(01).
010900     05  XA-SUMS-COUNT      PIC 9(06).
011000     05  XA-SEP4            PIC X(01).
011100     05  XA-DETAIL-COUNT    PIC 9(06).
011200     05  XA-SEP5            PIC X(01).
011300     05  XA-HASH-TOTAL      PIC 9(12).
011400     05  XA-SEP6            PIC X(01).
011500     05  XA-RESULT          PIC X(01).
011600         88  XA-ACCEPTED            VALUE 'A'.
011700         88  XA-REJECTED            VALUE 'R'.
011800     05  XA-SEP7            PIC X(01).
011900     05  XA-PROC-DATE       PIC 9(08).
012000     05  XA-SEP8            PIC X(01).
012100     05  XA-REASON          PIC X(17).
012200*
012300 FD  BERNRPT.
012400 01  BERNRPT-RECORD         PIC X(80).
012500*
012600 WORKING-STORAGE SECTION.
012700*
012800 01  FS-PARM-FILE           PIC X(02).
012900 01  FS-BERNXFRH            PIC X(02).
013000 01  FS-BERNXACK            PIC X(02).
013100 01  FS-BERNRPT             PIC X(02).
013200*
013300 77  XR-XFRH-EOF            PIC X(01) VALUE 'N'.
013400     88  XR-END-OF-XFRH             VALUE 'Y'.
013500 77  XR-ACK-EOF             PIC X(01) VALUE 'N'.
013600     88  XR-END-OF-ACK              VALUE 'Y'.
013700 77  XR-VALID-REQUEST       PIC X(01) VALUE 'Y'.
013800     88  XR-REQUEST-OK              VALUE 'Y'.
013900 77  XR-FATAL-ERROR         PIC X(01) VALUE 'N'.
014000     88  XR-HAS-FATAL-ERROR         VALUE 'Y'.
014100 77  XR-OVERDUE-SW          PIC X(01) VALUE 'N'.
014200     88  XR-HAS-OVERDUE             VALUE 'Y'.
014300 77  XR-BREAK-SW            PIC X(01) VALUE 'N'.
014400     88  XR-HAS-BREAK               VALUE 'Y'.
014500 77  XR-HIT-SW              PIC X(01).
014600     88  XR-ACK-FOUND               VALUE 'Y'.
014700*
014800 77  XR-THRESHOLD           PIC 9(03) VALUE ZERO.
014900 77  XR-AS-OF-DATE          PIC 9(08) VALUE ZERO.
015000 77  XR-AS-OF-SERIAL        PIC S9(09) COMP.
015100 77  XR-AGE                 PIC S9(05) COMP.
015200 77  XR-HIT                 PIC 9(03) COMP.
015300*
015400 77  XR-XFRH-READ           PIC 9(05) COMP VALUE ZERO.
015500 77  XR-ACK-READ            PIC 9(05) COMP VALUE ZERO.
015600 77  XR-BALANCED-COUNT      PIC 9(05) COMP VALUE ZERO.
015700 77  XR-MISMATCH-COUNT      PIC 9(05) COMP VALUE ZERO.
015800 77  XR-REJECTED-COUNT      PIC 9(05) COMP VALUE ZERO.
015900 77  XR-AWAITING-COUNT      PIC 9(05) COMP VALUE ZERO.
016000 77  XR-OVERDUE-COUNT       PIC 9(05) COMP VALUE ZERO.
016100 77  XR-ORPHAN-COUNT        PIC 9(05) COMP VALUE ZERO.
016200*
016300******************************************************************
016400*    ACKNOWLEDGEMENT TABLE -- LOADED UP FRONT, MATCHED PER       *
016500*    EXTRACT ON DATE AND TIME; XR-AK-USED-SW MARKS THE ROWS AN   *
016600*    EXTRACT HAS CLAIMED SO THE LEFTOVERS CAN BE LISTED          *
016700******************************************************************
016800 01  XR-ACK-TABLE.
016900     05  XR-ACK-ROW OCCURS 500 TIMES.
017000         10  XR-AK-DATE     PIC 9(08).
017100         10  XR-AK-TIME     PIC 9(08).
017200         10  XR-AK-MAST     PIC 9(06).
017300         10  XR-AK-SUMS     PIC 9(06).
017400         10  XR-AK-DETAIL   PIC 9(06).
017500         10  XR-AK-HASH     PIC 9(12).
017600         10  XR-AK-RESULT   PIC X(01).
017700         10  XR-AK-PROC     PIC 9(08).
017800         10  XR-AK-REASON   PIC X(17).
017900         10  XR-AK-USED-SW  PIC X(01).
018000 77  XR-ACK-USED            PIC 9(03) COMP VALUE ZERO.
018100 77  XR-I                   PIC 9(03) COMP.
018200*
018300******************************************************************
018400*    DAY-NUMBER WORK FIELDS (DAYS SINCE 0000-03-01), AS IN       *
018500*    BERNERP                                                     *
018600******************************************************************
018700 01  DY-DATE                PIC 9(08).
018800 01  DY-DATE-X REDEFINES DY-DATE.
018900     05  DY-YYYY            PIC 9(04).
019000     05  DY-MM              PIC 9(02).
019100     05  DY-DD              PIC 9(02).
019200 77  DY-Y                   PIC S9(09) COMP.
019300 77  DY-M                   PIC S9(04) COMP.
019400 77  DY-WORK                PIC S9(09) COMP.
019500 77  DY-SERIAL              PIC S9(09) COMP.
019600*
019700******************************************************************
019800*    REPORT LINE LAYOUTS                                         *
019900******************************************************************
020000 01  RL-TITLE.
020100     05  FILLER             PIC X(10) VALUE "BERNXRC".
020200     05  FILLER             PIC X(44) VALUE
020300         "TRANSMISSION RECONCILIATION (BERNXFRH)".
020400     05  FILLER             PIC X(26) VALUE SPACES.
020500 01  RL-PARMS.
020600     05  FILLER             PIC X(09) VALUE "AS OF".
020700     05  RL-PM-AS-OF        PIC 9(08).
020800     05  FILLER             PIC X(22) VALUE
020900         "  THRESHOLD (DAYS)".
021000     05  RL-PM-THRESHOLD    PIC ZZ9.
021100     05  FILLER             PIC X(38) VALUE SPACES.
021200 01  RL-COUNT-LINE.
021300     05  RL-CT-LABEL        PIC X(30).
021400     05  RL-CT-COUNT        PIC ZZZZ9.
021500     05  FILLER             PIC X(45) VALUE SPACES.
021600 01  RL-DETAIL.
021700     05  RL-DT-DATE         PIC 9(08).
021800     05  FILLER             PIC X(01) VALUE SPACES.
021900     05  RL-DT-TIME         PIC 9(08).
022000     05  FILLER             PIC X(01) VALUE SPACES.
022100     05  RL-DT-RUN-DATE     PIC 9(08).
022200     05  FILLER             PIC X(01) VALUE SPACES.
022300     05  RL-DT-JOBNAME      PIC X(08).
022400     05  FILLER             PIC X(01) VALUE SPACES.
022500     05  RL-DT-DETAIL       PIC 9(06).
022600     05  FILLER             PIC X(01) VALUE SPACES.
022700     05  RL-DT-HASH         PIC 9(12).
022800     05  FILLER             PIC X(01) VALUE SPACES.
022900     05  RL-DT-RESULT       PIC X(14).
023000     05  FILLER             PIC X(01) VALUE SPACES.
023100     05  RL-DT-AGE          PIC ZZZZ9.
023200     05  FILLER             PIC X(01) VALUE SPACES.
023300     05  RL-DT-FLAG         PIC X(01).
023400     05  FILLER             PIC X(02) VALUE SPACES.
023500 01  RL-ACK-LINE.
023600     05  FILLER             PIC X(09) VALUE SPACES.
023700     05  FILLER             PIC X(09) VALUE "PLATFORM".
023800     05  FILLER             PIC X(02) VALUE "D=".
023900     05  RL-AK-MAST         PIC 9(06).
024000     05  FILLER             PIC X(03) VALUE " S=".
024100     05  RL-AK-SUMS         PIC 9(06).
024200     05  FILLER             PIC X(01) VALUE SPACES.
024300     05  RL-AK-DETAIL       PIC 9(06).
024400     05  FILLER             PIC X(01) VALUE SPACES.
024500     05  RL-AK-HASH         PIC 9(12).
024600     05  FILLER             PIC X(01) VALUE SPACES.
024700     05  RL-AK-REASON       PIC X(17).
024800     05  FILLER             PIC X(07) VALUE SPACES.
024900 01  RL-HIST-LINE.
025000     05  FILLER             PIC X(09) VALUE SPACES.
025100     05  FILLER             PIC X(09) VALUE "HISTORY".
025200     05  FILLER             PIC X(02) VALUE "D=".
025300     05  RL-HS-MAST         PIC 9(06).
025400     05  FILLER             PIC X(03) VALUE " S=".
025500     05  RL-HS-SUMS         PIC 9(06).
025600     05  FILLER             PIC X(45) VALUE SPACES.
025700 01  RL-COL-HEAD.
025800     05  FILLER             PIC X(09) VALUE "EXTRACT".
025900     05  FILLER             PIC X(09) VALUE "TIME".
026000     05  FILLER             PIC X(09) VALUE "RUN DATE".
026100     05  FILLER             PIC X(09) VALUE "RUN JOB".
026200     05  FILLER             PIC X(07) VALUE "DETAIL".
026300     05  FILLER             PIC X(13) VALUE "HASH TOTAL".
026400     05  FILLER             PIC X(15) VALUE "RESULT".
026500     05  FILLER             PIC X(09) VALUE "  AGE".
026600 01  RL-HEADING.
026700     05  RL-HD-TEXT         PIC X(80).
026800*
026900 PROCEDURE DIVISION.
027000*
027100 0000-MAINLINE.
027200     PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
027300     IF NOT XR-REQUEST-OK
027400         DISPLAY "BERNXRC: PARAMETER CARD REJECTED, "
027500             "RUN TERMINATED"
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF
027900     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT
028000     IF NOT XR-HAS-FATAL-ERROR
028100         PERFORM 3000-RECONCILE THRU 3000-EXIT
028200     END-IF
028300     PERFORM 9000-END-RUN.
028400*
028500******************************************************************
028600*    1000  READ-PARM-CARD -- threshold days and optional as-of   *
028700*          date                                                  *
028800******************************************************************
028900 1000-READ-PARM-CARD.
029000     OPEN INPUT PARM-FILE
029100     IF FS-PARM-FILE NOT = "00"
029200         DISPLAY "BERNXRC: UNABLE TO OPEN SYSIN, STATUS="
029300             FS-PARM-FILE
029400         MOVE 'N' TO XR-VALID-REQUEST
029500         GO TO 1000-EXIT
029600     END-IF
029700     READ PARM-FILE
029800         AT END
029900             DISPLAY "BERNXRC: SYSIN IS EMPTY, NO THRESHOLD"
030000             MOVE 'N' TO XR-VALID-REQUEST
030100     END-READ
030200     IF XR-REQUEST-OK
030300         IF PM-THRESHOLD NOT NUMERIC
030400             DISPLAY "BERNXRC: THRESHOLD NOT NUMERIC"
030500             MOVE 'N' TO XR-VALID-REQUEST
030600         END-IF
030700     END-IF
030800     IF XR-REQUEST-OK
030900         MOVE PM-THRESHOLD TO XR-THRESHOLD
031000         IF PM-AS-OF = SPACES
031100             ACCEPT XR-AS-OF-DATE FROM DATE YYYYMMDD
031200         ELSE
031300             IF PM-AS-OF NOT NUMERIC
031400                 DISPLAY "BERNXRC: AS-OF DATE NOT NUMERIC"
031500                 MOVE 'N' TO XR-VALID-REQUEST
031600             ELSE
031700                 MOVE PM-AS-OF TO XR-AS-OF-DATE
031800             END-IF
031900         END-IF
032000     END-IF
032100     IF XR-REQUEST-OK
032200         MOVE XR-AS-OF-DATE TO DY-DATE
032300         PERFORM 6000-DAY-NUMBER THRU 6000-EXIT
032400         MOVE DY-SERIAL TO XR-AS-OF-SERIAL
032500     END-IF
032600     CLOSE PARM-FILE.
032700 1000-EXIT.
032800     EXIT.
032900*
033000******************************************************************
033100*    2000  LOAD-ACKS -- the acknowledgement dataset into the     *
033200*          matching table.  A missing dataset is an empty one:   *
033300*          every extract is then unacknowledged, which is the    *
033400*          safe reading.                                         *
033500******************************************************************
033600 2000-LOAD-ACKS.
033700     OPEN INPUT BERNXACK
033800     IF FS-BERNXACK NOT = "00"
033900         DISPLAY "BERNXRC: BERNXACK NOT AVAILABLE, STATUS="
034000             FS-BERNXACK " -- TREATING EVERY EXTRACT AS "
034100             "UNACKNOWLEDGED"
034200         GO TO 2000-EXIT
034300     END-IF
034400     PERFORM 2100-LOAD-ONE-ACK THRU 2100-EXIT
034500         UNTIL XR-END-OF-ACK
034600            OR XR-HAS-FATAL-ERROR
034700     CLOSE BERNXACK.
034800 2000-EXIT.
034900     EXIT.
035000*
035100 2100-LOAD-ONE-ACK.
035200     READ BERNXACK
035300         AT END
035400             MOVE 'Y' TO XR-ACK-EOF
035500             GO TO 2100-EXIT
035600     END-READ
035700     IF FS-BERNXACK NOT = "00"
035800         DISPLAY "BERNXRC: READ OF BERNXACK FAILED, STATUS="
035900             FS-BERNXACK
036000         MOVE 'Y' TO XR-FATAL-ERROR
036100         GO TO 2100-EXIT
036200     END-IF
036300     ADD 1 TO XR-ACK-READ
036400     IF XR-ACK-USED >= 500
036500         DISPLAY "BERNXRC: ACKNOWLEDGEMENT TABLE CAPACITY OF "
036600             "500 EXCEEDED, RUN STOPPED"
036700         MOVE 'Y' TO XR-FATAL-ERROR
036800         GO TO 2100-EXIT
036900     END-IF
037000     ADD 1 TO XR-ACK-USED
037100     MOVE XA-EXTRACT-DATE TO XR-AK-DATE(XR-ACK-USED)
037200     MOVE XA-EXTRACT-TIME TO XR-AK-TIME(XR-ACK-USED)
037300     MOVE XA-MAST-COUNT   TO XR-AK-MAST(XR-ACK-USED)
037400     MOVE XA-SUMS-COUNT   TO XR-AK-SUMS(XR-ACK-USED)
037500     MOVE XA-DETAIL-COUNT TO XR-AK-DETAIL(XR-ACK-USED)
037600     MOVE XA-HASH-TOTAL   TO XR-AK-HASH(XR-ACK-USED)
037700     MOVE XA-RESULT       TO XR-AK-RESULT(XR-ACK-USED)
037800     MOVE XA-PROC-DATE    TO XR-AK-PROC(XR-ACK-USED)
037900     MOVE XA-REASON       TO XR-AK-REASON(XR-ACK-USED)
038000     MOVE 'N'             TO XR-AK-USED-SW(XR-ACK-USED).
038100 2100-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500*    3000  RECONCILE -- read the transfer history, match each    *
038600*          extract against its acknowledgement and print it,     *
038700*          then list the acknowledgements no extract claimed     *
038800******************************************************************
038900 3000-RECONCILE.
039000     OPEN INPUT BERNXFRH
039100     IF FS-BERNXFRH NOT = "00"
039200         DISPLAY "BERNXRC: UNABLE TO OPEN BERNXFRH, STATUS="
039300             FS-BERNXFRH
039400         MOVE 'Y' TO XR-FATAL-ERROR
039500         GO TO 3000-EXIT
039600     END-IF
039700     OPEN OUTPUT BERNRPT
039800     IF FS-BERNRPT NOT = "00"
039900         DISPLAY "BERNXRC: UNABLE TO OPEN BERNRPT, STATUS="
040000             FS-BERNRPT
040100         MOVE 'Y' TO XR-FATAL-ERROR
040200         CLOSE BERNXFRH
040300         GO TO 3000-EXIT
040400     END-IF
040500     PERFORM 3100-PRINT-HEADER THRU 3100-EXIT
040600     PERFORM 3200-RECONCILE-ONE THRU 3200-EXIT
040700         UNTIL XR-END-OF-XFRH
040800            OR XR-HAS-FATAL-ERROR
040900     IF NOT XR-HAS-FATAL-ERROR
041000         PERFORM 3400-PRINT-ORPHANS THRU 3400-EXIT
041100     END-IF
041200     IF NOT XR-HAS-FATAL-ERROR
041300         PERFORM 3500-PRINT-SUMMARY THRU 3500-EXIT
041400     END-IF
041500     CLOSE BERNXFRH
041600     CLOSE BERNRPT.
041700 3000-EXIT.
041800     EXIT.
041900*
042000 3100-PRINT-HEADER.
042100     WRITE BERNRPT-RECORD FROM RL-TITLE
042200     MOVE XR-AS-OF-DATE TO RL-PM-AS-OF
042300     MOVE XR-THRESHOLD  TO RL-PM-THRESHOLD
042400     WRITE BERNRPT-RECORD FROM RL-PARMS
042500     MOVE SPACES TO BERNRPT-RECORD
042600     WRITE BERNRPT-RECORD
042700     MOVE "EXTRACTS (* = NEEDS ACTION)" TO RL-HD-TEXT
042800     WRITE BERNRPT-RECORD FROM RL-HEADING
042900     WRITE BERNRPT-RECORD FROM RL-COL-HEAD
043000     MOVE SPACES TO BERNRPT-RECORD
043100     WRITE BERNRPT-RECORD.
043200 3100-EXIT.
043300     EXIT.
043400*
043500******************************************************************
043600*    3200  RECONCILE-ONE -- one history record: find its         *
043700*          acknowledgement, decide the result, print the line    *
043800*          (and the platform's figures when they disagree)       *
043900******************************************************************
044000 3200-RECONCILE-ONE.
044100     READ BERNXFRH
044200         AT END
044300             MOVE 'Y' TO XR-XFRH-EOF
044400             GO TO 3200-EXIT
044500     END-READ
044600     IF FS-BERNXFRH NOT = "00"
044700         DISPLAY "BERNXRC: READ OF BERNXFRH FAILED, STATUS="
044800             FS-BERNXFRH
044900         MOVE 'Y' TO XR-FATAL-ERROR
045000         GO TO 3200-EXIT
045100     END-IF
045200     ADD 1 TO XR-XFRH-READ
045300     MOVE XH-EXTRACT-DATE TO RL-DT-DATE
045400     MOVE XH-EXTRACT-TIME TO RL-DT-TIME
045500     MOVE XH-RUN-DATE     TO RL-DT-RUN-DATE
045600     MOVE XH-RUN-JOBNAME  TO RL-DT-JOBNAME
045700     MOVE XH-DETAIL-COUNT TO RL-DT-DETAIL
045800     MOVE XH-HASH-TOTAL   TO RL-DT-HASH
045900     MOVE XH-EXTRACT-DATE TO DY-DATE
046000     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT
046100     COMPUTE XR-AGE = XR-AS-OF-SERIAL - DY-SERIAL
046200     IF XR-AGE < ZERO
046300         MOVE ZERO TO XR-AGE
046400     END-IF
046500     MOVE XR-AGE TO RL-DT-AGE
046600     MOVE SPACE  TO RL-DT-FLAG
046700     PERFORM 3300-MATCH-ACK THRU 3300-EXIT
046800     IF NOT XR-ACK-FOUND
046900         IF XR-AGE > XR-THRESHOLD
047000             MOVE "NO ACK"         TO RL-DT-RESULT
047100             MOVE '*' TO RL-DT-FLAG
047200             MOVE 'Y' TO XR-OVERDUE-SW
047300             ADD 1 TO XR-OVERDUE-COUNT
047400         ELSE
047500             MOVE "AWAITING ACK"   TO RL-DT-RESULT
047600             ADD 1 TO XR-AWAITING-COUNT
047700         END-IF
047800         PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
047900         GO TO 3200-EXIT
048000     END-IF
048100     IF XR-AK-RESULT(XR-HIT) NOT = 'A'
048200         MOVE "REJECTED"           TO RL-DT-RESULT
048300         ADD 1 TO XR-REJECTED-COUNT
048400     ELSE
048500         IF XR-AK-MAST(XR-HIT)   NOT = XH-MAST-COUNT
048600           OR XR-AK-SUMS(XR-HIT)   NOT = XH-SUMS-COUNT
048700           OR XR-AK-DETAIL(XR-HIT) NOT = XH-DETAIL-COUNT
048800             MOVE "COUNT MISMATCH" TO RL-DT-RESULT
048900             ADD 1 TO XR-MISMATCH-COUNT
049000         ELSE
049100             IF XR-AK-HASH(XR-HIT) NOT = XH-HASH-TOTAL
049200                 MOVE "HASH MISMATCH"  TO RL-DT-RESULT
049300                 ADD 1 TO XR-MISMATCH-COUNT
049400             ELSE
049500                 MOVE "BALANCED"   TO RL-DT-RESULT
049600                 ADD 1 TO XR-BALANCED-COUNT
049700                 PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
049800                 GO TO 3200-EXIT
049900             END-IF
050000         END-IF
050100     END-IF
050200     MOVE '*' TO RL-DT-FLAG
050300     MOVE 'Y' TO XR-BREAK-SW
050400     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
050500     MOVE XH-MAST-COUNT TO RL-HS-MAST
050600     MOVE XH-SUMS-COUNT TO RL-HS-SUMS
050700     WRITE BERNRPT-RECORD FROM RL-HIST-LINE
050800     PERFORM 8100-WRITE-ACK-LINE THRU 8100-EXIT.
050900 3200-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300*    3300  MATCH-ACK -- the extract date and time against the    *
051400*          acknowledgement table; every matching row is claimed, *
051500*          and the last one on the dataset is the one that       *
051600*          stands (XR-HIT)                                       *
051700******************************************************************
051800 3300-MATCH-ACK.
051900     MOVE 'N'  TO XR-HIT-SW
052000     MOVE ZERO TO XR-HIT
052100     PERFORM 3310-MATCH-ONE THRU 3310-EXIT
052200         VARYING XR-I FROM 1 BY 1
052300             UNTIL XR-I > XR-ACK-USED.
052400 3300-EXIT.
052500     EXIT.
052600*
052700 3310-MATCH-ONE.
052800     IF XR-AK-DATE(XR-I) = XH-EXTRACT-DATE
052900       AND XR-AK-TIME(XR-I) = XH-EXTRACT-TIME
053000         MOVE 'Y'  TO XR-HIT-SW
053100         MOVE 'Y'  TO XR-AK-USED-SW(XR-I)
053200         MOVE XR-I TO XR-HIT
053300     END-IF.
053400 3310-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800*    3400  PRINT-ORPHANS -- acknowledgements for an extract the  *
053900*          transfer history does not hold                        *
054000******************************************************************
054100 3400-PRINT-ORPHANS.
054200     MOVE SPACES TO BERNRPT-RECORD
054300     WRITE BERNRPT-RECORD
054400     MOVE "ACKNOWLEDGEMENTS MATCHING NO EXTRACT" TO RL-HD-TEXT
054500     WRITE BERNRPT-RECORD FROM RL-HEADING
054600     PERFORM 3410-ORPHAN-ONE THRU 3410-EXIT
054700         VARYING XR-I FROM 1 BY 1
054800             UNTIL XR-I > XR-ACK-USED
054900                OR XR-HAS-FATAL-ERROR.
055000 3400-EXIT.
055100     EXIT.
055200*
055300 3410-ORPHAN-ONE.
055400     IF XR-AK-USED-SW(XR-I) = 'Y'
055500         GO TO 3410-EXIT
055600     END-IF
055700     ADD 1 TO XR-ORPHAN-COUNT
055800     MOVE 'Y' TO XR-BREAK-SW
055900     MOVE XR-AK-DATE(XR-I)   TO RL-DT-DATE
056000     MOVE XR-AK-TIME(XR-I)   TO RL-DT-TIME
056100     MOVE ZERO               TO RL-DT-RUN-DATE
056200     MOVE SPACES             TO RL-DT-JOBNAME
056300     MOVE XR-AK-DETAIL(XR-I) TO RL-DT-DETAIL
056400     MOVE XR-AK-HASH(XR-I)   TO RL-DT-HASH
056500     MOVE "NO EXTRACT"       TO RL-DT-RESULT
056600     MOVE ZERO               TO RL-DT-AGE
056700     MOVE '*'                TO RL-DT-FLAG
056800     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
056900     MOVE XR-I TO XR-HIT
057000     PERFORM 8100-WRITE-ACK-LINE THRU 8100-EXIT.
057100 3410-EXIT.
057200     EXIT.
057300*
057400******************************************************************
057500*    3500  PRINT-SUMMARY -- counts by result                     *
057600******************************************************************
057700 3500-PRINT-SUMMARY.
057800     MOVE SPACES TO BERNRPT-RECORD
057900     WRITE BERNRPT-RECORD
058000     MOVE "EXTRACTS ON HISTORY"        TO RL-CT-LABEL
058100     MOVE XR-XFRH-READ                 TO RL-CT-COUNT
058200     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
058300     MOVE "  BALANCED"                 TO RL-CT-LABEL
058400     MOVE XR-BALANCED-COUNT            TO RL-CT-COUNT
058500     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
058600     MOVE "  COUNT OR HASH MISMATCH"   TO RL-CT-LABEL
058700     MOVE XR-MISMATCH-COUNT            TO RL-CT-COUNT
058800     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
058900     MOVE "  REJECTED BY PLATFORM"     TO RL-CT-LABEL
059000     MOVE XR-REJECTED-COUNT            TO RL-CT-COUNT
059100     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
059200     MOVE "  AWAITING ACKNOWLEDGEMENT" TO RL-CT-LABEL
059300     MOVE XR-AWAITING-COUNT            TO RL-CT-COUNT
059400     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
059500     MOVE "  NO ACK PAST THRESHOLD"    TO RL-CT-LABEL
059600     MOVE XR-OVERDUE-COUNT             TO RL-CT-COUNT
059700     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
059800     MOVE "ACKNOWLEDGEMENTS READ"      TO RL-CT-LABEL
059900     MOVE XR-ACK-READ                  TO RL-CT-COUNT
060000     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
060100     MOVE "  MATCHING NO EXTRACT"      TO RL-CT-LABEL
060200     MOVE XR-ORPHAN-COUNT              TO RL-CT-COUNT
060300     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
060400     IF FS-BERNRPT NOT = "00"
060500         DISPLAY "BERNXRC: WRITE TO BERNRPT FAILED, STATUS="
060600             FS-BERNRPT
060700         MOVE 'Y' TO XR-FATAL-ERROR
060800     END-IF.
060900 3500-EXIT.
061000     EXIT.
061100*
061200******************************************************************
061300*    6000  DAY-NUMBER -- DY-DATE (YYYYMMDD) to a day count in    *
061400*          DY-SERIAL, counting from 0000-03-01, as in BERNERP    *
061500******************************************************************
061600*    EVERY QUOTIENT BELOW MUST TRUNCATE, SO THE DIVISIONS ARE
061700*    EXPLICIT DIVIDE STATEMENTS RATHER THAN COMPUTE EXPRESSIONS
061800 6000-DAY-NUMBER.
061900     COMPUTE DY-WORK = DY-MM + 9
062000     DIVIDE DY-WORK BY 12 GIVING DY-WORK REMAINDER DY-M
062100     COMPUTE DY-WORK = DY-M + 2
062200     DIVIDE DY-WORK BY 12 GIVING DY-WORK
062300     COMPUTE DY-Y = DY-YYYY - DY-WORK
062400     COMPUTE DY-SERIAL = 365 * DY-Y + DY-DD - 1
062500     DIVIDE DY-Y BY 4 GIVING DY-WORK
062600     ADD DY-WORK TO DY-SERIAL
062700     DIVIDE DY-Y BY 100 GIVING DY-WORK
062800     SUBTRACT DY-WORK FROM DY-SERIAL
062900     DIVIDE DY-Y BY 400 GIVING DY-WORK
063000     ADD DY-WORK TO DY-SERIAL
063100     COMPUTE DY-WORK = DY-M * 306 + 5
063200     DIVIDE DY-WORK BY 10 GIVING DY-WORK
063300     ADD DY-WORK TO DY-SERIAL.
063400 6000-EXIT.
063500     EXIT.
063600*
063700 8000-WRITE-DETAIL.
063800     WRITE BERNRPT-RECORD FROM RL-DETAIL
063900     IF FS-BERNRPT NOT = "00"
064000         DISPLAY "BERNXRC: WRITE TO BERNRPT FAILED, STATUS="
064100             FS-BERNRPT
064200         MOVE 'Y' TO XR-FATAL-ERROR
064300     END-IF.
064400 8000-EXIT.
064500     EXIT.
064600*
064700 8100-WRITE-ACK-LINE.
064800     MOVE XR-AK-MAST(XR-HIT)   TO RL-AK-MAST
064900     MOVE XR-AK-SUMS(XR-HIT)   TO RL-AK-SUMS
065000     MOVE XR-AK-DETAIL(XR-HIT) TO RL-AK-DETAIL
065100     MOVE XR-AK-HASH(XR-HIT)   TO RL-AK-HASH
065200     MOVE XR-AK-REASON(XR-HIT) TO RL-AK-REASON
065300     WRITE BERNRPT-RECORD FROM RL-ACK-LINE.
065400 8100-EXIT.
065500     EXIT.
065600*
065700******************************************************************
065800*    9000  END-RUN -- set the job return code                    *
065900******************************************************************
066000 9000-END-RUN.
066100     DISPLAY "BERNXRC: " XR-XFRH-READ " EXTRACTS, "
066200         XR-BALANCED-COUNT " BALANCED, "
066300         XR-MISMATCH-COUNT " MISMATCHED, "
066400         XR-REJECTED-COUNT " REJECTED, "
066500         XR-OVERDUE-COUNT " UNACKNOWLEDGED PAST THRESHOLD"
066600     IF XR-HAS-FATAL-ERROR
066700         MOVE 20 TO RETURN-CODE
066800     ELSE
066900         IF XR-HAS-BREAK
067000             MOVE 12 TO RETURN-CODE
067100         ELSE
067200             IF XR-HAS-OVERDUE
067300                 MOVE 8 TO RETURN-CODE
067400             ELSE
067500                 MOVE 0 TO RETURN-CODE
067600             END-IF
067700         END-IF
067800     END-IF
067900     STOP RUN.
