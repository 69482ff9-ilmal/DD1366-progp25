000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BERNSOD.
000300 AUTHOR.         ACTUARIAL-SYSTEMS-GROUP.
000400 INSTALLATION.   DD1366 BATCH SERVICES.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*
000800******************************************************************
000900*                                                                *
001000*  BERNSOD                                                       *
001100*                                                                *
001200*  Segregation-of-duties cross-check between the authority       *
001300*  change journal (BERNAUTJ) and the run journal (BERNJRNL),     *
001400*  for the periodic internal-controls review.  Until now the     *
001500*  reviewers assembled this by hand from two listings.           *
001600*                                                                *
001700*  The applied BERNAUTJ records are replayed to rebuild every    *
001800*  operator's status and authority as it stood at any moment:    *
001900*  the after-image of the last change to an id at or before      *
002000*  that moment; failing that, the before-image of the first      *
002100*  change after it; failing that, the id's record on the         *
002200*  current BERNAUTH master.  A RENAME carries the history to     *
002300*  the new id -- the old id is off file from that moment.        *
002400*  Rejected transactions changed nothing and are not replayed.   *
002500*                                                                *
002600*  Every BERNJRNL record dated in the review period is then      *
002700*  checked against that history.  Table builds (status OK,       *
002800*  RESTARTED, DISCREPANCY, ERROR), BERNARCH housekeeping runs    *
002900*  (ARCHIVED) and lock clearances (OVERRIDE) are listed when     *
003000*  the operator was at that moment:                              *
003100*                                                                *
003200*      NOT ON FILE     unknown to the authorization master       *
003300*      DEACTIVATED     on file with status 'D'                   *
003400*      LACKED P        active without the production authority   *
003500*                                                                *
003600*  and every OVERRIDE lock clearance is listed in any case.      *
003700*  Runs journalled REJECTED were refused and are not listed.     *
003800*  Every applied BERNAUTJ change dated in the period whose       *
003900*  submitter is its own target is listed as well:                *
004000*                                                                *
004100*      SELF-RESTORED   REACTIVATE of the submitter's own id      *
004200*      SELF-GRANTED    CHANGE-AUTHORITY of the submitter's own   *
004300*                      id to 'P' or 'C'                          *
004400*                                                                *
004500*  The A/L column shows the operator's status and authority      *
004600*  level at that moment ('-' when not on file), after the        *
004700*  change for a self-grant.  Records dated before a BERNARCH     *
004800*  cutoff live on the BERNJRNA archive; to review such a         *
004900*  period, concatenate the archive ahead of the live journal     *
005000*  on the BERNJRNL DD.                                           *
005100*                                                                *
005200*  SYSIN card layout:                                            *
005300*      COLS 01-08   FROM DATE (YYYYMMDD, INCLUSIVE)              *
005400*      COLS 10-17   TO DATE   (YYYYMMDD, INCLUSIVE)              *
005500*                                                                *
005600*  RETURN-CODE on completion:                                    *
005700*      0   no exceptions in the period                           *
005800*      4   OVERRIDE lock clearances only                         *
005900*      8   at least one run by an operator not entitled to it,   *
006000*          or one self-granted or self-restored authority        *
006100*      16  parameter card rejected (missing, non-numeric, or     *
006200*          FROM after TO)                                        *
006300*      20  a dataset I/O error or a full table stopped the run   *
006400*                                                                *
006500*  MODIFICATION HISTORY                                          *
006600*  ---------------------                                         *
006700*  2026-10-15  ASG  New program.  Replaces the hand comparison   *
006800*                   of the BERNAUTJ and BERNJRPT listings.       *
006900*                                                                *
007000******************************************************************
007100 ENVIRONMENT DIVISION.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT PARM-FILE   ASSIGN TO "SYSIN"
007500         ORGANIZATION LINE SEQUENTIAL
007600         FILE STATUS IS FS-PARM-FILE.
007700     SELECT BERNAUTH    ASSIGN TO "BERNAUTH"
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS IS FS-BERNAUTH.
008000     SELECT BERNAUTJ    ASSIGN TO "BERNAUTJ"
008100         ORGANIZATION LINE SEQUENTIAL
008200         FILE STATUS IS FS-BERNAUTJ.
008300     SELECT BERNJRNL    ASSIGN TO "BERNJRNL"
008400         ORGANIZATION LINE SEQUENTIAL
008500         FILE STATUS IS FS-BERNJRNL.
008600     SELECT BERNRPT     ASSIGN TO "BERNRPT"
008700         ORGANIZATION LINE SEQUENTIAL
008800         FILE STATUS IS FS-BERNRPT.
008900*
009000 DATA DIVISION.
009100 FILE SECTION.
009200*
009300 FD  PARM-FILE.
009400 01  PARM-RECORD.
009500     05  PM-FROM-DATE       PIC 9(08).
009600     05  FILLER             PIC X(01).
009700     05  PM-TO-DATE         PIC 9(08).
009800     05  FILLER             PIC X(63).
009900*
010000 FD  BERNAUTH.
010100 01  AUTH-RECORD.
010200******************************************************************
010300*    OPERATOR AUTHORIZATION MASTER RECORD                        *
010400******************************************************************
010500     COPY "bernauth.cpy".
010600*
010700 FD  BERNAUTJ.
010800 01  AUTJ-RECORD.
010900******************************************************************
011000*    CHANGE-JOURNAL RECORD, AS WRITTEN BY BERNAUTM               *
011100******************************************************************
011200     05  AJ-DATE            PIC 9(08).
011300     05  AJ-SEP1            PIC X(01).
011400     05  AJ-TIME            PIC 9(08).
011500     05  AJ-SEP2            PIC X(01).
011600     05  AJ-SUBMITTER       PIC X(08).
011700     05  AJ-SEP3            PIC X(01).
011800     05  AJ-VERB            PIC X(16).
011900     05  AJ-SEP4            PIC X(01).
012000     05  AJ-TARGET          PIC X(08).
012100     05  AJ-SEP5            PIC X(01).
012200     05  AJ-DISPOSITION     PIC X(08).
012300     05  AJ-SEP6            PIC X(01).
012400     05  AJ-REASON          PIC X(24).
012500     05  AJ-SEP7            PIC X(01).
012600     05  AJ-BEFORE-IMAGE    PIC X(30).
012700     05  AJ-SEP8            PIC X(01).
012800     05  AJ-AFTER-IMAGE     PIC X(30).
012900*
013000 FD  BERNJRNL.
013100 01  JRNL-RECORD.
013200     05  JR-DATE            PIC 9(08).
013300     05  JR-SEP1            PIC X(01).
013400     05  JR-TIME            PIC 9(08).
013500     05  JR-SEP2            PIC X(01).
013600     05  JR-N               PIC 9(02).
013700     05  JR-SEP3            PIC X(01).
013800     05  JR-OPERATOR        PIC X(08).
013900     05  JR-SEP4            PIC X(01).
014000     05  JR-JOBNAME         PIC X(08).
014100     05  JR-SEP5            PIC X(01).
014200     05  JR-ELAPSED         PIC 9(07).
014300     05  JR-SEP6            PIC X(01).
014400     05  JR-FINAL-M         PIC 9(02).
014500     05  JR-SEP7            PIC X(01).
014600     05  JR-STATUS          PIC X(11).
014700*
014800 FD  BERNRPT.
014900 01  BERNRPT-RECORD         PIC X(80).
015000*
015100 WORKING-STORAGE SECTION.
015200*
015300 01  FS-PARM-FILE           PIC X(02).
015400 01  FS-BERNAUTH            PIC X(02).
015500 01  FS-BERNAUTJ            PIC X(02).
015600 01  FS-BERNJRNL            PIC X(02).
015700 01  FS-BERNRPT             PIC X(02).
015800*
015900 77  SD-VALID-REQUEST       PIC X(01) VALUE 'Y'.
016000     88  SD-REQUEST-OK              VALUE 'Y'.
016100 77  SD-FATAL-ERROR         PIC X(01) VALUE 'N'.
016200     88  SD-HAS-FATAL-ERROR         VALUE 'Y'.
016300 77  SD-AUTH-EOF            PIC X(01) VALUE 'N'.
016400     88  SD-END-OF-AUTH             VALUE 'Y'.
016500 77  SD-AUTJ-EOF            PIC X(01) VALUE 'N'.
016600     88  SD-END-OF-AUTJ             VALUE 'Y'.
016700 77  SD-JRNL-EOF            PIC X(01) VALUE 'N'.
016800     88  SD-END-OF-JRNL             VALUE 'Y'.
016900 77  SD-VIOLATION-SW        PIC X(01) VALUE 'N'.
017000     88  SD-HAS-VIOLATION           VALUE 'Y'.
017100 77  SD-OVERRIDE-SW         PIC X(01) VALUE 'N'.
017200     88  SD-HAS-OVERRIDE            VALUE 'Y'.
017300 77  SD-LE-SW               PIC X(01).
017400     88  SD-LE-FOUND                VALUE 'Y'.
017500 77  SD-GT-SW               PIC X(01).
017600     88  SD-GT-FOUND                VALUE 'Y'.
017700*
017800 77  SD-FROM-DATE           PIC 9(08) VALUE ZERO.
017900 77  SD-TO-DATE             PIC 9(08) VALUE ZERO.
018000*
018100 77  SD-AUTH-READ           PIC 9(05) COMP VALUE ZERO.
018200 77  SD-AUTJ-READ           PIC 9(05) COMP VALUE ZERO.
018300 77  SD-JRNL-READ           PIC 9(05) COMP VALUE ZERO.
018400 77  SD-JRNL-SELECTED       PIC 9(05) COMP VALUE ZERO.
018500 77  SD-RUNS-CHECKED        PIC 9(05) COMP VALUE ZERO.
018600 77  SD-RUNS-REFUSED        PIC 9(05) COMP VALUE ZERO.
018700 77  SD-CHANGES-CHECKED     PIC 9(05) COMP VALUE ZERO.
018800 77  SD-CNT-NOT-ON-FILE     PIC 9(05) COMP VALUE ZERO.
018900 77  SD-CNT-DEACTIVATED     PIC 9(05) COMP VALUE ZERO.
019000 77  SD-CNT-LACKED-P        PIC 9(05) COMP VALUE ZERO.
019100 77  SD-CNT-OVERRIDE        PIC 9(05) COMP VALUE ZERO.
019200 77  SD-CNT-SELF-GRANT      PIC 9(05) COMP VALUE ZERO.
019300 77  SD-CNT-SELF-RESTORE    PIC 9(05) COMP VALUE ZERO.
019400*
019500******************************************************************
019600*    THE CURRENT MASTER, FOR IDS NO CHANGE HAS TOUCHED           *
019700******************************************************************
019800 01  SD-MASTER-TABLE.
019900     05  SD-MS-ROW OCCURS 200 TIMES.
020000         10  SD-MS-OPERATOR PIC X(08).
020100         10  SD-MS-STATUS   PIC X(01).
020200         10  SD-MS-AUTHORITY
020300                            PIC X(01).
020400 77  SD-MS-USED             PIC 9(03) COMP VALUE ZERO.
020500*
020600******************************************************************
020700*    APPLIED AUTHORITY CHANGES IN JOURNAL ORDER, WITH THE        *
020800*    BEFORE- AND AFTER-IMAGE OF THE MASTER RECORD                *
020900******************************************************************
021000 01  SD-EVENT-TABLE.
021100     05  SD-EV-ROW OCCURS 2000 TIMES.
021200         10  SD-EV-DATE     PIC 9(08).
021300         10  SD-EV-TIME     PIC 9(08).
021400         10  SD-EV-SUBMITTER
021500                            PIC X(08).
021600         10  SD-EV-VERB     PIC X(16).
021700         10  SD-EV-TARGET   PIC X(08).
021800         10  SD-EV-BI-OPERATOR
021900                            PIC X(08).
022000         10  SD-EV-BI-STATUS
022100                            PIC X(01).
022200         10  SD-EV-BI-AUTHORITY
022300                            PIC X(01).
022400         10  SD-EV-AI-OPERATOR
022500                            PIC X(08).
022600         10  SD-EV-AI-STATUS
022700                            PIC X(01).
022800         10  SD-EV-AI-AUTHORITY
022900                            PIC X(01).
023000 77  SD-EV-USED             PIC 9(04) COMP VALUE ZERO.
023100 77  SD-I                   PIC 9(04) COMP.
023200*
023300******************************************************************
023400*    RECORD IMAGE, AS BERNAUTM BUILDS IT                         *
023500******************************************************************
023600 01  SD-IMAGE.
023700     05  SD-IM-OPERATOR     PIC X(08).
023800     05  SD-IM-STATUS       PIC X(01).
023900     05  SD-IM-AUTHORITY    PIC X(01).
024000     05  SD-IM-NAME         PIC X(20).
024100*
024200******************************************************************
024300*    AUTHORITY-AS-OF QUERY: SD-Q-OPERATOR AT SD-Q-DATE/TIME IN,  *
024400*    SD-Q-STATUS AND SD-Q-AUTHORITY OUT (SPACES = NOT ON FILE)   *
024500******************************************************************
024600 77  SD-Q-OPERATOR          PIC X(08).
024700 77  SD-Q-DATE              PIC 9(08).
024800 77  SD-Q-TIME              PIC 9(08).
024900 77  SD-Q-STATUS            PIC X(01).
025000 77  SD-Q-AUTHORITY         PIC X(01).
025100 77  SD-GT-STATUS           PIC X(01).
025200 77  SD-GT-AUTHORITY        PIC X(01).
025300*
025400******************************************************************
025500*    REPORT LINE LAYOUTS                                         *
025600******************************************************************
025700 01  RL-TITLE.
025800     05  FILLER             PIC X(10) VALUE "BERNSOD".
025900     05  FILLER             PIC X(44) VALUE
026000         "SEGREGATION-OF-DUTIES EXCEPTIONS".
026100     05  FILLER             PIC X(26) VALUE SPACES.
026200 01  RL-PERIOD.
026300     05  FILLER             PIC X(15) VALUE "REVIEW PERIOD".
026400     05  RL-PD-FROM         PIC 9(08).
026500     05  FILLER             PIC X(09) VALUE " THROUGH".
026600     05  RL-PD-TO           PIC 9(08).
026700     05  FILLER             PIC X(40) VALUE SPACES.
026800 01  RL-COUNT-LINE.
026900     05  RL-CT-LABEL        PIC X(30).
027000     05  RL-CT-COUNT        PIC ZZZZ9.
027100     05  FILLER             PIC X(45) VALUE SPACES.
027200 01  RL-DETAIL.
027300     05  RL-DT-DATE         PIC 9(08).
027400     05  FILLER             PIC X(01) VALUE SPACES.
027500     05  RL-DT-TIME         PIC 9(08).
027600     05  FILLER             PIC X(01) VALUE SPACES.
027700     05  RL-DT-OPERATOR     PIC X(08).
027800     05  FILLER             PIC X(01) VALUE SPACES.
027900     05  RL-DT-OBJECT       PIC X(08).
028000     05  FILLER             PIC X(01) VALUE SPACES.
028100     05  RL-DT-ACTION       PIC X(16).
028200     05  FILLER             PIC X(01) VALUE SPACES.
028300     05  RL-DT-EXCEPTION    PIC X(22).
028400     05  FILLER             PIC X(01) VALUE SPACES.
028500     05  RL-DT-STATUS       PIC X(01).
028600     05  FILLER             PIC X(01) VALUE "/".
028700     05  RL-DT-AUTHORITY    PIC X(01).
028800     05  FILLER             PIC X(01) VALUE SPACES.
028900 01  RL-COL-HEAD.
029000     05  FILLER             PIC X(09) VALUE "DATE".
029100     05  FILLER             PIC X(09) VALUE "TIME".
029200     05  FILLER             PIC X(09) VALUE "OPERATOR".
029300     05  FILLER             PIC X(09) VALUE "JOB/ID".
029400     05  FILLER             PIC X(17) VALUE "ACTION".
029500     05  FILLER             PIC X(23) VALUE "EXCEPTION".
029600     05  FILLER             PIC X(04) VALUE "A/L".
029700 01  RL-HEADING.
029800     05  RL-HD-TEXT         PIC X(80).
029900*
030000 PROCEDURE DIVISION.
030100*
030200 0000-MAINLINE.
030300     PERFORM 1000-READ-PARM-CARD THRU 1000-EXIT
030400     IF NOT SD-REQUEST-OK
030500         DISPLAY "BERNSOD: PARAMETER CARD REJECTED, "
030600             "RUN TERMINATED"
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF
031000     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
031100     IF NOT SD-HAS-FATAL-ERROR
031200         PERFORM 2500-LOAD-CHANGES THRU 2500-EXIT
031300     END-IF
031400     IF NOT SD-HAS-FATAL-ERROR
031500         PERFORM 3000-CROSS-CHECK THRU 3000-EXIT
031600     END-IF
031700     PERFORM 9000-END-RUN.
031800*
031900******************************************************************
032000*    1000  READ-PARM-CARD -- one SYSIN record: FROM TO dates     *
032100******************************************************************
032200 1000-READ-PARM-CARD.
032300     OPEN INPUT PARM-FILE
032400     IF FS-PARM-FILE NOT = "00"
032500         DISPLAY "BERNSOD: UNABLE TO OPEN SYSIN, STATUS="
032600             FS-PARM-FILE
032700         MOVE 'N' TO SD-VALID-REQUEST
032800         GO TO 1000-EXIT
032900     END-IF
033000     READ PARM-FILE
033100         AT END
033200             DISPLAY "BERNSOD: SYSIN IS EMPTY, NO DATE RANGE"
033300             MOVE 'N' TO SD-VALID-REQUEST
033400     END-READ
033500     IF SD-REQUEST-OK
033600         IF PM-FROM-DATE NOT NUMERIC
033700           OR PM-TO-DATE NOT NUMERIC
033800             DISPLAY "BERNSOD: DATE RANGE NOT NUMERIC"
033900             MOVE 'N' TO SD-VALID-REQUEST
034000         END-IF
034100     END-IF
034200     IF SD-REQUEST-OK
034300         MOVE PM-FROM-DATE TO SD-FROM-DATE
034400         MOVE PM-TO-DATE   TO SD-TO-DATE
034500         IF SD-FROM-DATE > SD-TO-DATE
034600             DISPLAY "BERNSOD: FROM DATE " SD-FROM-DATE
034700                 " IS AFTER TO DATE " SD-TO-DATE
034800             MOVE 'N' TO SD-VALID-REQUEST
034900         END-IF
035000     END-IF
035100     CLOSE PARM-FILE.
035200 1000-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600*    2000  LOAD-MASTER -- the current BERNAUTH into storage      *
035700******************************************************************
035800 2000-LOAD-MASTER.
035900     OPEN INPUT BERNAUTH
036000     IF FS-BERNAUTH NOT = "00"
036100         DISPLAY "BERNSOD: UNABLE TO OPEN BERNAUTH, STATUS="
036200             FS-BERNAUTH
036300         MOVE 'Y' TO SD-FATAL-ERROR
036400         GO TO 2000-EXIT
036500     END-IF
036600     PERFORM 2100-LOAD-ONE-AUTH THRU 2100-EXIT
036700         UNTIL SD-END-OF-AUTH
036800            OR SD-HAS-FATAL-ERROR
036900     CLOSE BERNAUTH.
037000 2000-EXIT.
037100     EXIT.
037200*
037300 2100-LOAD-ONE-AUTH.
037400     READ BERNAUTH
037500         AT END
037600             MOVE 'Y' TO SD-AUTH-EOF
037700             GO TO 2100-EXIT
037800     END-READ
037900     IF FS-BERNAUTH NOT = "00"
038000         DISPLAY "BERNSOD: READ OF BERNAUTH FAILED, STATUS="
038100             FS-BERNAUTH
038200         MOVE 'Y' TO SD-FATAL-ERROR
038300         GO TO 2100-EXIT
038400     END-IF
038500     ADD 1 TO SD-AUTH-READ
038600     IF SD-MS-USED >= 200
038700         DISPLAY "BERNSOD: MASTER TABLE CAPACITY OF 200 "
038800             "EXCEEDED, RUN STOPPED"
038900         MOVE 'Y' TO SD-FATAL-ERROR
039000         GO TO 2100-EXIT
039100     END-IF
039200     ADD 1 TO SD-MS-USED
039300     MOVE BA-OPERATOR  TO SD-MS-OPERATOR(SD-MS-USED)
039400     MOVE BA-STATUS    TO SD-MS-STATUS(SD-MS-USED)
039500     MOVE BA-AUTHORITY TO SD-MS-AUTHORITY(SD-MS-USED).
039600 2100-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000*    2500  LOAD-CHANGES -- every applied BERNAUTJ record into    *
040100*          the event table, in journal (time) order.  A missing  *
040200*          change journal means no change was ever made through  *
040300*          BERNAUTM: the current master then stands throughout   *
040400******************************************************************
040500 2500-LOAD-CHANGES.
040600     OPEN INPUT BERNAUTJ
040700     IF FS-BERNAUTJ NOT = "00"
040800         DISPLAY "BERNSOD: BERNAUTJ NOT AVAILABLE, STATUS="
040900             FS-BERNAUTJ " -- CURRENT BERNAUTH TAKEN AS "
041000             "UNCHANGED THROUGHOUT"
041100         GO TO 2500-EXIT
041200     END-IF
041300     PERFORM 2600-LOAD-ONE-CHANGE THRU 2600-EXIT
041400         UNTIL SD-END-OF-AUTJ
041500            OR SD-HAS-FATAL-ERROR
041600     CLOSE BERNAUTJ.
041700 2500-EXIT.
041800     EXIT.
041900*
042000 2600-LOAD-ONE-CHANGE.
042100     READ BERNAUTJ
042200         AT END
042300             MOVE 'Y' TO SD-AUTJ-EOF
042400             GO TO 2600-EXIT
042500     END-READ
042600     IF FS-BERNAUTJ NOT = "00"
042700         DISPLAY "BERNSOD: READ OF BERNAUTJ FAILED, STATUS="
042800             FS-BERNAUTJ
042900         MOVE 'Y' TO SD-FATAL-ERROR
043000         GO TO 2600-EXIT
043100     END-IF
043200     ADD 1 TO SD-AUTJ-READ
043300     IF AJ-DISPOSITION NOT = "APPLIED"
043400         GO TO 2600-EXIT
043500     END-IF
043600     IF AJ-DATE NOT NUMERIC OR AJ-TIME NOT NUMERIC
043700         DISPLAY "BERNSOD: BERNAUTJ RECORD " SD-AUTJ-READ
043800             " HAS A NON-NUMERIC TIMESTAMP, SKIPPED"
043900         GO TO 2600-EXIT
044000     END-IF
044100     IF SD-EV-USED >= 2000
044200         DISPLAY "BERNSOD: CHANGE TABLE CAPACITY OF 2000 "
044300             "EXCEEDED, RUN STOPPED"
044400         MOVE 'Y' TO SD-FATAL-ERROR
044500         GO TO 2600-EXIT
044600     END-IF
044700     ADD 1 TO SD-EV-USED
044800     MOVE AJ-DATE      TO SD-EV-DATE(SD-EV-USED)
044900     MOVE AJ-TIME      TO SD-EV-TIME(SD-EV-USED)
045000     MOVE AJ-SUBMITTER TO SD-EV-SUBMITTER(SD-EV-USED)
045100     MOVE AJ-VERB      TO SD-EV-VERB(SD-EV-USED)
045200     MOVE AJ-TARGET    TO SD-EV-TARGET(SD-EV-USED)
045300     MOVE AJ-BEFORE-IMAGE TO SD-IMAGE
045400     MOVE SD-IM-OPERATOR  TO SD-EV-BI-OPERATOR(SD-EV-USED)
045500     MOVE SD-IM-STATUS    TO SD-EV-BI-STATUS(SD-EV-USED)
045600     MOVE SD-IM-AUTHORITY TO SD-EV-BI-AUTHORITY(SD-EV-USED)
045700     MOVE AJ-AFTER-IMAGE  TO SD-IMAGE
045800     MOVE SD-IM-OPERATOR  TO SD-EV-AI-OPERATOR(SD-EV-USED)
045900     MOVE SD-IM-STATUS    TO SD-EV-AI-STATUS(SD-EV-USED)
046000     MOVE SD-IM-AUTHORITY TO SD-EV-AI-AUTHORITY(SD-EV-USED).
046100 2600-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500*    3000  CROSS-CHECK -- print the header, the self-granted     *
046600*          changes, the run journal exceptions and the summary   *
046700******************************************************************
046800 3000-CROSS-CHECK.
046900     OPEN OUTPUT BERNRPT
047000     IF FS-BERNRPT NOT = "00"
047100         DISPLAY "BERNSOD: UNABLE TO OPEN BERNRPT, STATUS="
047200             FS-BERNRPT
047300         MOVE 'Y' TO SD-FATAL-ERROR
047400         GO TO 3000-EXIT
047500     END-IF
047600     PERFORM 3100-PRINT-HEADER THRU 3100-EXIT
047700     MOVE "AUTHORITY CHANGES (BERNAUTJ)" TO RL-HD-TEXT
047800     WRITE BERNRPT-RECORD FROM RL-HEADING
047900     PERFORM 4000-CHECK-ONE-CHANGE THRU 4000-EXIT
048000         VARYING SD-I FROM 1 BY 1
048100             UNTIL SD-I > SD-EV-USED
048200                OR SD-HAS-FATAL-ERROR
048300     MOVE SPACES TO BERNRPT-RECORD
048400     WRITE BERNRPT-RECORD
048500     MOVE "RUNS (BERNJRNL)" TO RL-HD-TEXT
048600     WRITE BERNRPT-RECORD FROM RL-HEADING
048700     OPEN INPUT BERNJRNL
048800     IF FS-BERNJRNL NOT = "00"
048900         DISPLAY "BERNSOD: UNABLE TO OPEN BERNJRNL, STATUS="
049000             FS-BERNJRNL
049100         MOVE 'Y' TO SD-FATAL-ERROR
049200         CLOSE BERNRPT
049300         GO TO 3000-EXIT
049400     END-IF
049500     PERFORM 5000-CHECK-ONE-RUN THRU 5000-EXIT
049600         UNTIL SD-END-OF-JRNL
049700            OR SD-HAS-FATAL-ERROR
049800     CLOSE BERNJRNL
049900     IF NOT SD-HAS-FATAL-ERROR
050000         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
050100     END-IF
050200     CLOSE BERNRPT.
050300 3000-EXIT.
050400     EXIT.
050500*
050600 3100-PRINT-HEADER.
050700     WRITE BERNRPT-RECORD FROM RL-TITLE
050800     MOVE SD-FROM-DATE TO RL-PD-FROM
050900     MOVE SD-TO-DATE   TO RL-PD-TO
051000     WRITE BERNRPT-RECORD FROM RL-PERIOD
051100     MOVE SPACES TO BERNRPT-RECORD
051200     WRITE BERNRPT-RECORD
051300     WRITE BERNRPT-RECORD FROM RL-COL-HEAD
051400     MOVE SPACES TO BERNRPT-RECORD
051500     WRITE BERNRPT-RECORD.
051600 3100-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000*    3500  AUTHORITY-AS-OF -- SD-Q-OPERATOR's status and         *
052100*          authority at SD-Q-DATE/SD-Q-TIME, by replaying the    *
052200*          change table; a change stamped at the same moment is  *
052300*          taken as already in force                             *
052400******************************************************************
052500 3500-AUTHORITY-AS-OF.
052600     MOVE 'N' TO SD-LE-SW
052700     MOVE 'N' TO SD-GT-SW
052800     MOVE SPACES TO SD-Q-STATUS SD-Q-AUTHORITY
052900     PERFORM 3510-REPLAY-ONE THRU 3510-EXIT
053000         VARYING SD-I FROM 1 BY 1
053100             UNTIL SD-I > SD-EV-USED
053200     IF SD-LE-FOUND
053300         GO TO 3500-EXIT
053400     END-IF
053500     IF SD-GT-FOUND
053600         MOVE SD-GT-STATUS    TO SD-Q-STATUS
053700         MOVE SD-GT-AUTHORITY TO SD-Q-AUTHORITY
053800         GO TO 3500-EXIT
053900     END-IF
054000     PERFORM 3520-MATCH-MASTER THRU 3520-EXIT
054100         VARYING SD-I FROM 1 BY 1
054200             UNTIL SD-I > SD-MS-USED.
054300 3500-EXIT.
054400     EXIT.
054500*
054600 3510-REPLAY-ONE.
054700     IF SD-EV-BI-OPERATOR(SD-I) NOT = SD-Q-OPERATOR
054800       AND SD-EV-AI-OPERATOR(SD-I) NOT = SD-Q-OPERATOR
054900         GO TO 3510-EXIT
055000     END-IF
055100     IF SD-EV-DATE(SD-I) < SD-Q-DATE
055200       OR (SD-EV-DATE(SD-I) = SD-Q-DATE
055300           AND SD-EV-TIME(SD-I) NOT > SD-Q-TIME)
055400         MOVE 'Y' TO SD-LE-SW
055500         IF SD-EV-AI-OPERATOR(SD-I) = SD-Q-OPERATOR
055600             MOVE SD-EV-AI-STATUS(SD-I)    TO SD-Q-STATUS
055700             MOVE SD-EV-AI-AUTHORITY(SD-I) TO SD-Q-AUTHORITY
055800         ELSE
055900             MOVE SPACES TO SD-Q-STATUS SD-Q-AUTHORITY
056000         END-IF
056100         GO TO 3510-EXIT
056200     END-IF
056300     IF SD-GT-FOUND
056400         GO TO 3510-EXIT
056500     END-IF
056600     MOVE 'Y' TO SD-GT-SW
056700     IF SD-EV-BI-OPERATOR(SD-I) = SD-Q-OPERATOR
056800         MOVE SD-EV-BI-STATUS(SD-I)    TO SD-GT-STATUS
056900         MOVE SD-EV-BI-AUTHORITY(SD-I) TO SD-GT-AUTHORITY
057000     ELSE
057100         MOVE SPACES TO SD-GT-STATUS SD-GT-AUTHORITY
057200     END-IF.
057300 3510-EXIT.
057400     EXIT.
057500*
057600 3520-MATCH-MASTER.
057700     IF SD-MS-OPERATOR(SD-I) = SD-Q-OPERATOR
057800         MOVE SD-MS-STATUS(SD-I)    TO SD-Q-STATUS
057900         MOVE SD-MS-AUTHORITY(SD-I) TO SD-Q-AUTHORITY
058000     END-IF.
058100 3520-EXIT.
058200     EXIT.
058300*
058400******************************************************************
058500*    4000  CHECK-ONE-CHANGE -- an applied change in the period   *
058600*          that restores or grants the submitter's own authority *
058700******************************************************************
058800 4000-CHECK-ONE-CHANGE.
058900     IF SD-EV-DATE(SD-I) < SD-FROM-DATE
059000       OR SD-EV-DATE(SD-I) > SD-TO-DATE
059100         GO TO 4000-EXIT
059200     END-IF
059300     ADD 1 TO SD-CHANGES-CHECKED
059400     IF SD-EV-SUBMITTER(SD-I) NOT = SD-EV-TARGET(SD-I)
059500         GO TO 4000-EXIT
059600     END-IF
059700     EVALUATE TRUE
059800         WHEN SD-EV-VERB(SD-I) = "REACTIVATE"
059900             MOVE "SELF-RESTORED"    TO RL-DT-EXCEPTION
060000             ADD 1 TO SD-CNT-SELF-RESTORE
060100         WHEN SD-EV-VERB(SD-I) = "CHANGE-AUTHORITY"
060200           AND (SD-EV-AI-AUTHORITY(SD-I) = 'P'
060300             OR SD-EV-AI-AUTHORITY(SD-I) = 'C')
060400             MOVE "SELF-GRANTED"     TO RL-DT-EXCEPTION
060500             ADD 1 TO SD-CNT-SELF-GRANT
060600         WHEN OTHER
060700             GO TO 4000-EXIT
060800     END-EVALUATE
060900     MOVE 'Y' TO SD-VIOLATION-SW
061000     MOVE SD-EV-DATE(SD-I)         TO RL-DT-DATE
061100     MOVE SD-EV-TIME(SD-I)         TO RL-DT-TIME
061200     MOVE SD-EV-SUBMITTER(SD-I)    TO RL-DT-OPERATOR
061300     MOVE SD-EV-TARGET(SD-I)       TO RL-DT-OBJECT
061400     MOVE SD-EV-VERB(SD-I)         TO RL-DT-ACTION
061500     MOVE SD-EV-AI-STATUS(SD-I)    TO RL-DT-STATUS
061600     MOVE SD-EV-AI-AUTHORITY(SD-I) TO RL-DT-AUTHORITY
061700     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
061800 4000-EXIT.
061900     EXIT.
062000*
062100******************************************************************
062200*    5000  CHECK-ONE-RUN -- one run journal record in the        *
062300*          period against the operator's authority at the time   *
062400*          it was journalled                                     *
062500******************************************************************
062600 5000-CHECK-ONE-RUN.
062700     READ BERNJRNL
062800         AT END
062900             MOVE 'Y' TO SD-JRNL-EOF
063000             GO TO 5000-EXIT
063100     END-READ
063200     IF FS-BERNJRNL NOT = "00"
063300         DISPLAY "BERNSOD: READ OF BERNJRNL FAILED, STATUS="
063400             FS-BERNJRNL
063500         MOVE 'Y' TO SD-FATAL-ERROR
063600         GO TO 5000-EXIT
063700     END-IF
063800     ADD 1 TO SD-JRNL-READ
063900     IF JR-DATE NOT NUMERIC OR JR-TIME NOT NUMERIC
064000         DISPLAY "BERNSOD: BERNJRNL RECORD " SD-JRNL-READ
064100             " HAS A NON-NUMERIC TIMESTAMP, SKIPPED"
064200         GO TO 5000-EXIT
064300     END-IF
064400     IF JR-DATE < SD-FROM-DATE OR JR-DATE > SD-TO-DATE
064500         GO TO 5000-EXIT
064600     END-IF
064700     ADD 1 TO SD-JRNL-SELECTED
064800     IF JR-STATUS = "REJECTED"
064900         ADD 1 TO SD-RUNS-REFUSED
065000         GO TO 5000-EXIT
065100     END-IF
065200     ADD 1 TO SD-RUNS-CHECKED
065300     MOVE JR-OPERATOR TO SD-Q-OPERATOR
065400     MOVE JR-DATE     TO SD-Q-DATE
065500     MOVE JR-TIME     TO SD-Q-TIME
065600     PERFORM 3500-AUTHORITY-AS-OF THRU 3500-EXIT
065700     MOVE JR-DATE     TO RL-DT-DATE
065800     MOVE JR-TIME     TO RL-DT-TIME
065900     MOVE JR-OPERATOR TO RL-DT-OPERATOR
066000     MOVE JR-JOBNAME  TO RL-DT-OBJECT
066100     MOVE JR-STATUS   TO RL-DT-ACTION
066200     IF SD-Q-STATUS = SPACE
066300         MOVE '-' TO RL-DT-STATUS
066400         MOVE '-' TO RL-DT-AUTHORITY
066500     ELSE
066600         MOVE SD-Q-STATUS    TO RL-DT-STATUS
066700         MOVE SD-Q-AUTHORITY TO RL-DT-AUTHORITY
066800     END-IF
066900     IF JR-STATUS = "OVERRIDE"
067000         MOVE "OVERRIDE LOCK CLEARED" TO RL-DT-EXCEPTION
067100         ADD 1 TO SD-CNT-OVERRIDE
067200         MOVE 'Y' TO SD-OVERRIDE-SW
067300         PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT
067400     END-IF
067500     EVALUATE TRUE
067600         WHEN SD-Q-STATUS = SPACE
067700             MOVE "NOT ON FILE"      TO RL-DT-EXCEPTION
067800             ADD 1 TO SD-CNT-NOT-ON-FILE
067900         WHEN SD-Q-STATUS NOT = 'A'
068000             MOVE "DEACTIVATED"      TO RL-DT-EXCEPTION
068100             ADD 1 TO SD-CNT-DEACTIVATED
068200         WHEN SD-Q-AUTHORITY NOT = 'P'
068300             MOVE "LACKED P"         TO RL-DT-EXCEPTION
068400             ADD 1 TO SD-CNT-LACKED-P
068500         WHEN OTHER
068600             GO TO 5000-EXIT
068700     END-EVALUATE
068800     MOVE 'Y' TO SD-VIOLATION-SW
068900     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
069000 5000-EXIT.
069100     EXIT.
069200*
069300******************************************************************
069400*    7000  PRINT-SUMMARY -- counts checked and by exception      *
069500******************************************************************
069600 7000-PRINT-SUMMARY.
069700     MOVE SPACES TO BERNRPT-RECORD
069800     WRITE BERNRPT-RECORD
069900     MOVE "AUTHORITY CHANGES REPLAYED"    TO RL-CT-LABEL
070000     MOVE SD-EV-USED                      TO RL-CT-COUNT
070100     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
070200     MOVE "  IN PERIOD"                   TO RL-CT-LABEL
070300     MOVE SD-CHANGES-CHECKED              TO RL-CT-COUNT
070400     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
070500     MOVE "  SELF-RESTORED"               TO RL-CT-LABEL
070600     MOVE SD-CNT-SELF-RESTORE             TO RL-CT-COUNT
070700     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
070800     MOVE "  SELF-GRANTED"                TO RL-CT-LABEL
070900     MOVE SD-CNT-SELF-GRANT               TO RL-CT-COUNT
071000     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
071100     MOVE "JOURNAL RECORDS IN PERIOD"     TO RL-CT-LABEL
071200     MOVE SD-JRNL-SELECTED                TO RL-CT-COUNT
071300     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
071400     MOVE "  REFUSED (REJECTED)"          TO RL-CT-LABEL
071500     MOVE SD-RUNS-REFUSED                 TO RL-CT-COUNT
071600     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
071700     MOVE "  RUNS CHECKED"                TO RL-CT-LABEL
071800     MOVE SD-RUNS-CHECKED                 TO RL-CT-COUNT
071900     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
072000     MOVE "  OPERATOR NOT ON FILE"        TO RL-CT-LABEL
072100     MOVE SD-CNT-NOT-ON-FILE              TO RL-CT-COUNT
072200     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
072300     MOVE "  OPERATOR DEACTIVATED"        TO RL-CT-LABEL
072400     MOVE SD-CNT-DEACTIVATED              TO RL-CT-COUNT
072500     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
072600     MOVE "  OPERATOR LACKED P"           TO RL-CT-LABEL
072700     MOVE SD-CNT-LACKED-P                 TO RL-CT-COUNT
072800     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
072900     MOVE "  OVERRIDE LOCK CLEARANCES"    TO RL-CT-LABEL
073000     MOVE SD-CNT-OVERRIDE                 TO RL-CT-COUNT
073100     WRITE BERNRPT-RECORD FROM RL-COUNT-LINE
073200     IF FS-BERNRPT NOT = "00"
073300         DISPLAY "BERNSOD: WRITE TO BERNRPT FAILED, STATUS="
073400             FS-BERNRPT
073500         MOVE 'Y' TO SD-FATAL-ERROR
073600     END-IF.
073700 7000-EXIT.
073800     EXIT.
073900*
074000 8000-WRITE-DETAIL.
074100     WRITE BERNRPT-RECORD FROM RL-DETAIL
074200     IF FS-BERNRPT NOT = "00"
074300         DISPLAY "BERNSOD: WRITE TO BERNRPT FAILED, STATUS="
074400             FS-BERNRPT
074500         MOVE 'Y' TO SD-FATAL-ERROR
074600     END-IF.
074700 8000-EXIT.
074800     EXIT.
074900*
075000******************************************************************
075100*    9000  END-RUN -- set the job return code                    *
075200******************************************************************
075300 9000-END-RUN.
075400     DISPLAY "BERNSOD: " SD-EV-USED
075500         " AUTHORITY CHANGES REPLAYED, "
075600         SD-RUNS-CHECKED " RUNS CHECKED"
075700     DISPLAY "BERNSOD: " SD-CNT-NOT-ON-FILE " NOT ON FILE, "
075800         SD-CNT-DEACTIVATED " DEACTIVATED, "
075900         SD-CNT-LACKED-P " LACKED P, "
076000         SD-CNT-OVERRIDE " OVERRIDES, "
076100         SD-CNT-SELF-GRANT " SELF-GRANTED, "
076200         SD-CNT-SELF-RESTORE " SELF-RESTORED"
076300     IF SD-HAS-FATAL-ERROR
076400         MOVE 20 TO RETURN-CODE
076500     ELSE
076600         IF SD-HAS-VIOLATION
076700             MOVE 8 TO RETURN-CODE
076800         ELSE
076900             IF SD-HAS-OVERRIDE
077000                 MOVE 4 TO RETURN-CODE
077100             ELSE
077200                 MOVE 0 TO RETURN-CODE
077300             END-IF
077400         END-IF
077500     END-IF
077600     STOP RUN.
