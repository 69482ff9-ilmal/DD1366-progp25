002800*  successive runs never pile up here.  Downstream jobs fetch a *
002900*  single value with a keyed READ through the BERNLKP           *
003000*  subprogram instead of scanning BERNOUT.                      *
003010*                                                                *
003020*  Once the master has loaded clean, it is read back and every  *
003030*  record is added to the build history (BERNHIST), keyed on    *
003040*  the build identity ahead of the index and stamped with the   *
003050*  load date and time.  The history is never redefined, so      *
003060*  BERNLKP can answer as of any past date after the master has  *
003070*  been rebuilt.  A build already on the history (the same      *
003080*  checkpoint reloaded) is left as first recorded; if its       *
003090*  exact fractions differ from this load, the checkpoint does   *
003095*  not match its journal stamp and the load is flagged.         *
003100*                                                                *
003200*  RETURN-CODE on completion:                                   *
003300*      0   master loaded                                        *
003400*      8   BERNCKPT indexes out of sequence (gap, duplicate or  *
003500*          restart pile-up) -- master incomplete, do not use    *
003510*          (nothing is added to BERNHIST)                       *
003520*      12  master loaded, but BERNHIST already holds different  *
003530*          exact fractions under this build identity            *
003600*      16  no producing run on BERNJRNL, load refused           *
003700*      20  a dataset I/O error stopped the load                 *
003800*                                                                *
004110*  2026-08-16  ASG  Checkpoint and master records carried onto  *
004120*                   the multi-word fraction form for the B(60)  *
004130*                   ceiling.                                    *
004140*  2026-10-15  ASG  Clean loads recorded on the BERNHIST build  *
004150*                   history for as-of lookups.                  *
004200*                                                                *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
005500         ACCESS MODE SEQUENTIAL
005600         RECORD KEY IS BM-INDEX
005700         FILE STATUS IS FS-BERNMAST.
005710     SELECT BERNHIST    ASSIGN TO "BERNHIST"
005720         ORGANIZATION INDEXED
005730         ACCESS MODE RANDOM
005740         RECORD KEY IS BH-KEY
005750         FILE STATUS IS FS-BERNHIST.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
009500*    KEYED MASTER RECORD (BM-INDEX IS THE RECORD KEY)            *
009600******************************************************************
009700     COPY "bernmstr.cpy".
009710*
009720 FD  BERNHIST.
009730 01  HIST-RECORD.
009740******************************************************************
009750*    BUILD HISTORY RECORD (BH-KEY IS THE RECORD KEY)             *
009760******************************************************************
009770     COPY "bernhist.cpy".
009800*
009900 WORKING-STORAGE SECTION.
010000*
010100 01  FS-BERNCKPT            PIC X(02).
010200 01  FS-BERNJRNL            PIC X(02).
010300 01  FS-BERNMAST            PIC X(02).
010310 01  FS-BERNHIST            PIC X(02).
010400*
010500 77  ML-JRNL-EOF            PIC X(01) VALUE 'N'.
010600     88  ML-END-OF-JRNL             VALUE 'Y'.
011200     88  ML-HAS-SEQ-ERROR           VALUE 'Y'.
011300 77  ML-FATAL-ERROR         PIC X(01) VALUE 'N'.
011400     88  ML-HAS-FATAL-ERROR         VALUE 'Y'.
011410 77  ML-MAST-EOF            PIC X(01) VALUE 'N'.
011420     88  ML-END-OF-MAST             VALUE 'Y'.
011430 77  ML-HIST-CONFLICT       PIC X(01) VALUE 'N'.
011440     88  ML-HAS-HIST-CONFLICT       VALUE 'Y'.
011500*
011510******************************************************************
011520*    MULTI-WORD MAGNITUDE CONSTANTS FOR THE BUILT-IN B(0) = 1/1  *
011800 77  ML-EXPECTED            PIC 9(02) COMP VALUE 1.
011900 77  ML-LOADED              PIC 9(04) COMP VALUE ZERO.
012000 77  ML-HIGH-INDEX          PIC 9(02) VALUE ZERO.
012010 77  ML-LOAD-DATE           PIC 9(08) VALUE ZERO.
012020 77  ML-LOAD-TIME           PIC 9(08) VALUE ZERO.
012030 77  ML-HIST-ADDED          PIC 9(04) COMP VALUE ZERO.
012040 77  ML-HIST-KEPT           PIC 9(04) COMP VALUE ZERO.
012050*
012060******************************************************************
012070*    THE INCOMING HISTORY RECORD, HELD WHILE AN EXISTING ONE     *
012080*    UNDER THE SAME KEY IS READ BACK FOR COMPARISON              *
012090******************************************************************
012091 01  ML-HIST-SAVE.
012092     COPY "bernhist.cpy"
012093         REPLACING LEADING ==BH== BY ==HS==.
012100*
012200 PROCEDURE DIVISION.
012300*
012600     IF ML-HAS-RUN AND NOT ML-HAS-FATAL-ERROR
012700         PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
012800     END-IF
012810     IF ML-HAS-RUN AND NOT ML-HAS-FATAL-ERROR
012820       AND NOT ML-HAS-SEQ-ERROR
012830         PERFORM 3000-RECORD-HISTORY THRU 3000-EXIT
012840     END-IF
012900     PERFORM 9000-END-RUN.
013000*
013100******************************************************************
024400     MOVE BM-INDEX TO ML-HIGH-INDEX.
024500 2500-EXIT.
024600     EXIT.
024601*
024602******************************************************************
024603*    3000  RECORD-HISTORY -- read the new master back and add    *
024604*          each record to BERNHIST under the build identity,     *
024605*          stamped with the load date and time                   *
024606******************************************************************
024607 3000-RECORD-HISTORY.
024608     ACCEPT ML-LOAD-DATE FROM DATE YYYYMMDD
024609     ACCEPT ML-LOAD-TIME FROM TIME
024610     OPEN INPUT BERNMAST
024611     IF FS-BERNMAST NOT = "00"
024612         DISPLAY "BERNMST: UNABLE TO REOPEN BERNMAST, STATUS="
024613             FS-BERNMAST
024614         MOVE 'Y' TO ML-FATAL-ERROR
024615         GO TO 3000-EXIT
024616     END-IF
024617     OPEN I-O BERNHIST
024618*    THE FIRST LOAD EVER FINDS THE HISTORY DEFINED BUT NEVER
024619*    LOADED; OPENING IT OUTPUT ONCE MAKES IT UPDATABLE
024620     IF FS-BERNHIST = "35"
024621         OPEN OUTPUT BERNHIST
024622         CLOSE BERNHIST
024623         OPEN I-O BERNHIST
024624     END-IF
024625     IF FS-BERNHIST NOT = "00"
024626         DISPLAY "BERNMST: UNABLE TO OPEN BERNHIST, STATUS="
024627             FS-BERNHIST
024628         MOVE 'Y' TO ML-FATAL-ERROR
024629         CLOSE BERNMAST
024630         GO TO 3000-EXIT
024631     END-IF
024632     PERFORM 3100-RECORD-ONE THRU 3100-EXIT
024633         UNTIL ML-END-OF-MAST
024634            OR ML-HAS-FATAL-ERROR
024635     CLOSE BERNMAST
024636     CLOSE BERNHIST
024637     DISPLAY "BERNMST: " ML-HIST-ADDED " HISTORY RECORDS ADDED, "
024638         ML-HIST-KEPT " ALREADY ON BERNHIST".
024639 3000-EXIT.
024640     EXIT.
024641*
024642 3100-RECORD-ONE.
024643     READ BERNMAST
024644         AT END
024645             MOVE 'Y' TO ML-MAST-EOF
024646             GO TO 3100-EXIT
024647     END-READ
024648     IF FS-BERNMAST NOT = "00"
024649         DISPLAY "BERNMST: READ OF BERNMAST FAILED, STATUS="
024650             FS-BERNMAST
024651         MOVE 'Y' TO ML-FATAL-ERROR
024652         GO TO 3100-EXIT
024653     END-IF
024654     MOVE BM-RUN-DATE    TO BH-RUN-DATE
024655     MOVE BM-RUN-JOBNAME TO BH-RUN-JOBNAME
024656     MOVE BM-INDEX       TO BH-INDEX
024657     MOVE BM-NUM         TO BH-NUM
024658     MOVE BM-DEN         TO BH-DEN
024659     MOVE BM-DEC         TO BH-DEC
024660     MOVE BM-DEC-FLAG    TO BH-DEC-FLAG
024661     MOVE BM-ZERO-FLAG   TO BH-ZERO-FLAG
024662     MOVE ML-LOAD-DATE   TO BH-LOAD-DATE
024663     MOVE ML-LOAD-TIME   TO BH-LOAD-TIME
024664     WRITE HIST-RECORD
024665         INVALID KEY
024666             PERFORM 3200-CHECK-EXISTING THRU 3200-EXIT
024667             GO TO 3100-EXIT
024668     END-WRITE
024669     IF FS-BERNHIST NOT = "00"
024670         DISPLAY "BERNMST: WRITE TO BERNHIST FAILED FOR INDEX "
024671             BH-INDEX ", STATUS=" FS-BERNHIST
024672         MOVE 'Y' TO ML-FATAL-ERROR
024673         GO TO 3100-EXIT
024674     END-IF
024675     ADD 1 TO ML-HIST-ADDED.
024676 3100-EXIT.
024677     EXIT.
024678*
024679******************************************************************
024680*    3200  CHECK-EXISTING -- the build is already on the         *
024681*          history; keep the first record, but the exact         *
024682*          fractions must be the ones it holds                   *
024683******************************************************************
024684 3200-CHECK-EXISTING.
024685     MOVE HIST-RECORD TO ML-HIST-SAVE
024686     READ BERNHIST
024687         INVALID KEY
024688             DISPLAY "BERNMST: BERNHIST RECORD FOR INDEX "
024689                 HS-INDEX " NEITHER WRITTEN NOR READABLE"
024690             MOVE 'Y' TO ML-FATAL-ERROR
024691             GO TO 3200-EXIT
024692     END-READ
024693     IF FS-BERNHIST NOT = "00"
024694         DISPLAY "BERNMST: READ OF BERNHIST FAILED, STATUS="
024695             FS-BERNHIST
024696         MOVE 'Y' TO ML-FATAL-ERROR
024697         GO TO 3200-EXIT
024698     END-IF
024699     IF BH-NUM NOT = HS-NUM OR BH-DEN NOT = HS-DEN
024700         DISPLAY "BERNMST: BERNHIST ALREADY HOLDS A DIFFERENT "
024701             "B(" HS-INDEX ") FOR RUN " HS-RUN-DATE " "
024702             HS-RUN-JOBNAME
024703         MOVE 'Y' TO ML-HIST-CONFLICT
024704     END-IF
024705     ADD 1 TO ML-HIST-KEPT.
024706 3200-EXIT.
024707     EXIT.
024708*
024709******************************************************************
024710*    9000  END-RUN -- set the job return code                    *
024711******************************************************************
024712 9000-END-RUN.
024713     IF ML-HAS-FATAL-ERROR
024714         MOVE 20 TO RETURN-CODE
024715     ELSE
024716         IF NOT ML-HAS-RUN
024717             DISPLAY "BERNMST: NO PRODUCING RUN ON BERNJRNL, "
024718                 "LOAD REFUSED"
025800             MOVE 16 TO RETURN-CODE
025900         ELSE
026000             IF ML-HAS-HIST-CONFLICT
026010                 MOVE 12 TO RETURN-CODE
026020             ELSE
026030                 IF ML-HAS-SEQ-ERROR
026100                     MOVE 8 TO RETURN-CODE
026200                 ELSE
026300                     MOVE 0 TO RETURN-CODE
026400                 END-IF
026410             END-IF
026500         END-IF
026600     END-IF
026700     STOP RUN.
