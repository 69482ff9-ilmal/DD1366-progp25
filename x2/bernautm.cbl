002700*  Every transaction is validated against the current record    *
002800*  before it is applied: activating an id that is not on file,  *
002900*  adding one that already is, or granting the production       *
003000*  authority 'P' or the certify authority 'C' to a deactivated  *
003010*  id are contradictions and are rejected.  'C' is held by the  *
003020*  model-governance signers who certify a master build on the   *
003030*  BERNCERT ledger.  The submitting operator named on the card  *
003200*  must itself be on file, active and hold 'P'; an unreadable   *
003300*  master fails closed, exactly as BERNDRV's operator check     *
003400*  does.                                                        *
004400*  SYSIN card layout:                                           *
004500*      COLS 01-16   TRANSACTION VERB (LEFT JUSTIFIED)           *
004600*      COLS 18-25   TARGET OPERATOR ID                          *
004700*      COLS 27     AUTHORITY LEVEL   (ADD, CHANGE-AUTHORITY;    *
004710*                   P, I OR C)                                  *
004800*      COLS 29-36   NEW OPERATOR ID  (RENAME)                   *
004900*      COLS 38-57   OPERATOR NAME    (ADD)                      *
005000*      COLS 59-66   SUBMITTING OPERATOR ID                      *
005900*  ---------------------                                        *
006000*  2026-08-25  ASG  New program.  Retires hand edits of the     *
006100*                   BERNAUTH dataset.                           *
006110*  2026-10-15  ASG  New certify authority 'C' for the build     *
006120*                   sign-off; refused to a deactivated id like  *
006130*                   'P'.                                        *
006200*                                                                *
006300******************************************************************
006400 ENVIRONMENT DIVISION.
041000         GO TO 3100-EXIT
041100     END-IF
041200     IF AM-AUTH-LVL NOT = 'P' AND AM-AUTH-LVL NOT = 'I'
041210       AND AM-AUTH-LVL NOT = 'C'
041300         MOVE "AUTHORITY NOT P, I OR C" TO AM-REASON
041400         MOVE 'N' TO AM-TRAN-OK
041500         GO TO 3100-EXIT
041600     END-IF
047900*
048000******************************************************************
048100*    3400  APPLY-CHG-AUTH -- change an id's authority level;     *
048200*          the production authority 'P' and the certify          *
048300*          authority 'C' are never granted to a deactivated id   *
048400******************************************************************
048500 3400-APPLY-CHG-AUTH.
048600     IF NOT AM-TARGET-FOUND
048900         GO TO 3400-EXIT
049000     END-IF
049100     IF AM-AUTH-LVL NOT = 'P' AND AM-AUTH-LVL NOT = 'I'
049110       AND AM-AUTH-LVL NOT = 'C'
049200         MOVE "AUTHORITY NOT P, I OR C" TO AM-REASON
049300         MOVE 'N' TO AM-TRAN-OK
049400         GO TO 3400-EXIT
049500     END-IF
049900         MOVE 'N' TO AM-TRAN-OK
050000         GO TO 3400-EXIT
050100     END-IF
050110     IF AM-AUTH-LVL = 'C'
050120       AND AM-STATUS(AM-HIT) NOT = 'A'
050130         MOVE "C REFUSED, ID DEACTIVE"  TO AM-REASON
050140         MOVE 'N' TO AM-TRAN-OK
050150         GO TO 3400-EXIT
050160     END-IF
050200     IF AM-AUTHORITY(AM-HIT) = AM-AUTH-LVL
050300         MOVE "AUTHORITY UNCHANGED"     TO AM-REASON
050400         MOVE 'N' TO AM-TRAN-OK
