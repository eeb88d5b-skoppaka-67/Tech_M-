000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLADRQLD.
000300 AUTHOR.        AMBICA
000400 DATE-WRITTEN.  10/2026.
000500
000600******************************************************************
000700******************************************************************
000800*                                                                *
000900*                   C  L  A  D  R  Q  L  D                       *
001000*                                                                *
001100*  Merge review-queue disposition posting.  CLADRILD upserts     *
001200*  every pair it holds below the confidence minimum into         *
001300*  CL.TCLADRILD_REVIEW_Q; the analysts work the queue and key    *
001400*  one transaction per decision.  This batch run posts them:     *
001500*    APPROVED - the queue row is closed and the pair written     *
001600*               to an APPROVED-FILE deck, APR-APPROVER filled    *
001700*               in, ready for CLADRILD directed-merge mode       *
001800*    REJECTED - the queue row is closed and the sublocation      *
001900*               registered in CL.TCLADRILD_SUPPRESS under the    *
002000*               rejecting analyst, so the pair is not held       *
002100*               again until the suppression lapses               *
002200*    EXPIRED  - the queue row is closed with no further action   *
002300*  Only an OPEN row takes a disposition.  Under the parm aging   *
002400*  switch, OPEN rows not held again for that many days are       *
002500*  expired at the end of the run.  Each transaction is its own   *
002600*  unit of work.                                                 *
002700*                                                                *
002800******************************************************************
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.          IBM-370.
003400 OBJECT-COMPUTER.          IBM-370.
003500 SPECIAL-NAMES.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800
003900     SELECT OUTPUT-REPORT ASSIGN TO UT-S-REPORT.
004000     SELECT TRANS-FILE    ASSIGN TO UT-S-QTRANS.
004100     SELECT APPROVED-FILE ASSIGN TO UT-S-APPRVD.
004200     SELECT OPTIONAL PARM-FILE ASSIGN TO UT-S-PARM
004300         FILE STATUS IS WS-PARM-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800 FD  OUTPUT-REPORT
004900     RECORDING MODE IS F
005000     RECORD CONTAINS 200 CHARACTERS
005100     LABEL RECORDS ARE STANDARD
005200     BLOCK CONTAINS 0 RECORDS.
005300
005400 01  OUTPUT-REPORT-REC                PIC  X(200).
005500
005600******************************************************************
005700*  ANALYST DISPOSITION TRANSACTIONS - ONE PER QUEUED PAIR.  THE  *
005800*  SUPPRESSION DAYS OVERRIDE THE PARM DEFAULT FOR ONE REJECT;    *
005900*  ZERO OR BLANK TAKES THE DEFAULT.                              *
006000******************************************************************
006100 FD  TRANS-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 80 CHARACTERS
006400     LABEL RECORDS ARE STANDARD
006500     BLOCK CONTAINS 0 RECORDS.
006600
006700 01  TRANS-FILE-REC.
006800     05 QTR-CIF-ID                  PIC  X(09).
006900     05 QTR-CIF-SFX                 PIC  X(04).
007000     05 QTR-LOC-ID                  PIC  9(09).
007100     05 QTR-DISPOSITION             PIC  X(08).
007200        88 QTR-APPROVE                       VALUE 'APPROVED'.
007300        88 QTR-REJECT                        VALUE 'REJECTED'.
007400        88 QTR-EXPIRE                        VALUE 'EXPIRED '.
007500     05 QTR-ANALYST-ID              PIC  X(08).
007600     05 QTR-SUPP-DAYS               PIC  9(03).
007700     05 FILLER                      PIC  X(39).
007800
007900******************************************************************
008000*  APPROVED PAIRS FOR CLADRILD DIRECTED-MERGE MODE.  THE LAYOUT  *
008100*  MUST STAY IN STEP WITH APPROVED-FILE-REC IN CLADRILD.         *
008200******************************************************************
008300 FD  APPROVED-FILE
008400     RECORDING MODE IS F
008500     RECORD CONTAINS 80 CHARACTERS
008600     LABEL RECORDS ARE STANDARD
008700     BLOCK CONTAINS 0 RECORDS.
008800
008900 01  APPROVED-FILE-REC.
009000     05 APR-CIF-ID                  PIC  X(09).
009100     05 APR-CIF-SFX                 PIC  X(04).
009200     05 APR-LOC-ID                  PIC  9(09).
009300     05 APR-APPROVER                PIC  X(08).
009400     05 FILLER                      PIC  X(50).
009500
009600******************************************************************
009700*  RUN-CONTROL PARM FILE (OPTIONAL) - SIMULATE SWITCH, DEFAULT   *
009800*  SUPPRESSION DAYS FOR A REJECT (365 WHEN ZERO OR ABSENT) AND   *
009900*  THE OPEN-ROW AGING LIMIT IN DAYS (ZERO TURNS AGING OFF).      *
010000******************************************************************
010100 FD  PARM-FILE
010200     RECORDING MODE IS F
010300     RECORD CONTAINS 80 CHARACTERS
010400     LABEL RECORDS ARE STANDARD
010500     BLOCK CONTAINS 0 RECORDS.
010600
010700 01  PARM-FILE-REC.
010800     05 PARM-SIMULATE-IND           PIC  X(01).
010900     05 PARM-SUPP-DAYS              PIC  9(03).
011000     05 PARM-EXPIRE-DAYS            PIC  9(03).
011100     05 FILLER                      PIC  X(73).
011200
011300******************************************************************
011400******************************************************************
011500*                 W O R K I N G   S T O R A G E                  *
011600******************************************************************
011700******************************************************************
011800
011900 WORKING-STORAGE SECTION.
012000
012100 01 WE-EYE-CATCHER                    PIC  X(80) VALUE
012200        'WORKING STORAGE FOR CLADRQLD BEGINS HERE'.
012300
012400 01 WORKING-VARIABLES.
012500    05 W-TIMESTAMP                    PIC  X(26) VALUE SPACES.
012600    05 W-PROGRAM                      PIC  X(08) VALUE 'CLADRQLD'.
012700    05 W-EOF                          PIC  X(01) VALUE 'N'.
012800    05 W-POST-OK                      PIC  X(01) VALUE 'N'.
012900    05 W-RETURN-CODE                  PIC  9(04) VALUE 0.
013000
013100*  HOST VARIABLES FOR THE QUEUE ROW UNDER DISPOSITION            *
013200    05 W-RQ-CIF-ID                    PIC  X(09) VALUE SPACES.
013300    05 W-RQ-CIF-SFX                   PIC  X(04) VALUE SPACES.
0133AA    05 W-RQ-ORIG-CIF-ID               PIC  X(09) VALUE SPACES.
0133AB    05 W-RQ-ORIG-CIF-SFX              PIC  X(04) VALUE SPACES.
013400    05 W-RQ-LOC-ID                    PIC S9(09) USAGE COMP.
013500    05 W-RQ-SCORE                     PIC S9(09) USAGE COMP.
013600    05 W-RQ-STATUS                    PIC  X(08) VALUE SPACES.
013700    05 W-RQ-NEW-STATUS                PIC  X(08) VALUE SPACES.
013800    05 W-RQ-ANALYST-ID                PIC  X(08) VALUE SPACES.
013900    05 W-RQ-SUPP-DAYS                 PIC S9(09) USAGE COMP.
014000    05 W-RQ-EXPIRE-DAYS               PIC S9(09) USAGE COMP.
014100
014200 01 WORKING-COUNTERS.
014300    05 W-READ-CNT                     PIC  9(06) VALUE 0.
014400    05 W-READ-CNT-D                   PIC  ZZZ,ZZ9.
014500    05 W-APPROVED-CNT                 PIC  9(06) VALUE 0.
014600    05 W-APPROVED-CNT-D               PIC  ZZZ,ZZ9.
014700    05 W-REJECTED-CNT                 PIC  9(06) VALUE 0.
014800    05 W-REJECTED-CNT-D               PIC  ZZZ,ZZ9.
014900    05 W-EXPIRED-CNT                  PIC  9(06) VALUE 0.
015000    05 W-EXPIRED-CNT-D                PIC  ZZZ,ZZ9.
015100    05 W-REFUSED-CNT                  PIC  9(06) VALUE 0.
015200    05 W-REFUSED-CNT-D                PIC  ZZZ,ZZ9.
015300    05 W-AGED-CNT                     PIC  9(06) VALUE 0.
015400    05 W-AGED-CNT-D                   PIC  ZZZ,ZZ9.
015500    05 W-ERRORS-CNT                   PIC  9(06) VALUE 0.
015600    05 W-ERRORS-CNT-D                 PIC  ZZZ,ZZ9.
015700
015800******************************************************************
015900*  RUN CONTROLS LOADED FROM PARM-FILE                            *
016000******************************************************************
016100 01 PARM-VARIABLES.
016200    05 WS-PARM-EOF                    PIC  X(01) VALUE 'N'.
016300    05 WS-PARM-FILE-STATUS            PIC  X(02) VALUE '00'.
016400    05 WS-PARM-SIMULATE-IND           PIC  X(01) VALUE 'N'.
016500       88 WS-SIMULATE-MODE                    VALUE 'Y'.
016600    05 WS-PARM-SUPP-DAYS              PIC  9(03) VALUE 365.
016700    05 WS-PARM-EXPIRE-DAYS            PIC  9(03) VALUE 0.
016800
016900******************************************************************
017000* SQL ERROR HANDLING VARIABLES                                   *
017100******************************************************************
017200
017300 01 ERROR-CODE.
017400    05 WD-SQL-CODE                    PIC  9(09) VALUE ZERO.
017500
017600******************************************************************
017700*  SQL COMMUNICATIONS AREA                                       *
017800******************************************************************
017900
018000     EXEC SQL
018100        INCLUDE SQLCA
018200     END-EXEC.
018300
018400******************************************************************
018500*  TABLE DECLARATIONS                                            *
018600******************************************************************
018700
018800*****************************************************************
018900* MERGE REVIEW QUEUE - ONE ROW PER HELD CIF_ID/CIF_SUB_CD/LOC_ID *
019000* PAIR, UPSERTED BY CLADRILD 1260-QUEUE-HELD-MERGE.  THE KEY IS  *
0190AA* THE MATCHED CIF (THE SURVIVOR AFTER A MERGER-CHAIN RETRY);     *
0190AB* ORIG_CIF_ID/ORIG_CIF_SUB_CD HOLD THE SUBLOCATION CLADRILD      *
0190AC* ACTUALLY READ.                                                 *
019100*****************************************************************
019200     EXEC SQL DECLARE CL.TCLADRILD_REVIEW_Q TABLE
019300     ( CIF_ID                         CHAR(09) NOT NULL,
019400       CIF_SUB_CD                     CHAR(04) NOT NULL,
019500       LOC_ID                         INTEGER NOT NULL,
019600       CONFIDENCE_SCORE               INTEGER NOT NULL,
019700       FIRST_HELD_TS                  TIMESTAMP NOT NULL,
019800       LAST_HELD_TS                   TIMESTAMP NOT NULL,
019900       TIMES_HELD                     INTEGER NOT NULL,
020000       STATUS_C                       CHAR(08) NOT NULL,
020100       ANALYST_ID                     CHAR(08) NOT NULL,
020200       DISP_TS                        TIMESTAMP NOT NULL,
0202AA       ORIG_CIF_ID                    CHAR(09) NOT NULL
0202AB                                      WITH DEFAULT,
0202AC       ORIG_CIF_SUB_CD                CHAR(04) NOT NULL
0202AD                                      WITH DEFAULT
020300     ) END-EXEC.
020400
020500*****************************************************************
020600* DO-NOT-MERGE SUPPRESSION TABLE - READ BY CLADRILD BEFORE THE   *
020700* MATCHER CALL; A REJECTED PAIR IS REGISTERED HERE               *
020800*****************************************************************
020900     EXEC SQL DECLARE CL.TCLADRILD_SUPPRESS TABLE
021000     ( CIF_ID                         CHAR(09) NOT NULL,
021100       CIF_SUB_LOCN_SFX_C             CHAR(04) NOT NULL,
021200       ANALYST_ID                     CHAR(08) NOT NULL,
021300       EXPIRY_DT                      DATE NOT NULL
021400     ) END-EXEC.
021500
021600******************************************************************
021700*  OUTPUT REPORT                                                 *
021800******************************************************************
021900
022000 01 BLANK-LINE                     PIC  X(80) VALUE SPACES.
022100
022200 01 REPORT-HEADER-1.
022300    05 FILLER                      PIC  X(01) VALUE SPACES.
022400    05 WO-MONTH                    PIC  X(02) VALUE SPACES.
022500    05 FILLER                      PIC  X(01) VALUE '/'.
022600    05 WO-DAY                      PIC  X(02) VALUE SPACES.
022700    05 FILLER                      PIC  X(01) VALUE '/'.
022800    05 WO-YEAR                     PIC  X(04) VALUE SPACES.
022900    05 FILLER                      PIC  X(03) VALUE SPACES.
023000    05 WO-HOUR                     PIC  X(02) VALUE SPACES.
023100    05 FILLER                      PIC  X(01) VALUE ':'.
023200    05 WO-MINUTE                   PIC  X(02) VALUE SPACES.
023300    05 FILLER                      PIC  X(05) VALUE SPACES.
023400    05 FILLER                      PIC  X(50) VALUE
023500               'MERGE REVIEW QUEUE - DISPOSITION POSTING'.
023600
023700 01 REPORT-HEADER-2.
023800    05 FILLER                      PIC  X(01) VALUE SPACES.
023900    05 FILLER                      PIC  X(20) VALUE
024000               'Program: CLADRQLD'.
024100
024200 01 REPORT-HEADER-3.
024300    05 FILLER                      PIC  X(01) VALUE SPACES.
024400    05 FILLER                      PIC  X(16) VALUE
024500               'Cif Id'.
024600    05 FILLER                      PIC  X(11) VALUE
024700               'Loc Id'.
024800    05 FILLER                      PIC  X(10) VALUE
024900               'Disp'.
025000    05 FILLER                      PIC  X(10) VALUE
025100               'Analyst'.
025200    05 FILLER                      PIC  X(07) VALUE
025300               'Score'.
025400    05 FILLER                      PIC  X(50) VALUE
025500               'Result'.
025600
025700 01 REPORT-DETAIL.
025800    05 FILLER                      PIC  X(01) VALUE SPACES.
025900    05 WO-CIF-ID                   PIC  X(16) VALUE SPACES.
026000    05 WO-LOC-ID                   PIC  ZZZZZZZZ9.
026100    05 FILLER                      PIC  X(02) VALUE SPACES.
026200    05 WO-DISPOSITION              PIC  X(10) VALUE SPACES.
026300    05 WO-ANALYST-ID               PIC  X(10) VALUE SPACES.
026400    05 WO-SCORE                    PIC  ZZ9.
026500    05 FILLER                      PIC  X(04) VALUE SPACES.
026600    05 WO-MESSAGE                  PIC  X(50) VALUE SPACES.
026700
026800 01 AGED-DETAIL.
026900    05 FILLER                      PIC  X(01) VALUE SPACES.
027000    05 FILLER                      PIC  X(26) VALUE
027100               'OPEN ROWS AGED TO EXPIRED:'.
027200    05 WO-AGED-CNT                 PIC  ZZZ,ZZ9.
027300    05 FILLER                      PIC  X(25) VALUE
027400               '  NOT HELD AGAIN IN DAYS:'.
027500    05 WO-AGED-DAYS                PIC  ZZ9.
027600
027700******************************************************************
027800******************************************************************
027900*               P R O C E D U R E  D I V I S I O N               *
028000******************************************************************
028100******************************************************************
028200
028300 PROCEDURE DIVISION.
028400
028500      PERFORM 0000-INITIALIZE THRU 0000-EXIT.
028600
028700      PERFORM 1000-PROCESS    THRU 1000-EXIT
028800        UNTIL W-EOF      = 'Y'.
028900
029000      PERFORM 8000-AGE-OPEN-ROWS THRU 8000-EXIT.
029100
029200      PERFORM 9000-STATS      THRU 9000-EXIT.
029300      PERFORM 9999-CLOSE      THRU 9999-EXIT.
029400
029500      MOVE W-RETURN-CODE TO RETURN-CODE.
029600
029700      GOBACK.
029800
029900******************************************************************
030000*  0000-INITIALIZE                                               *
030100******************************************************************
030200
030300 0000-INITIALIZE.
030400
030500     OPEN OUTPUT OUTPUT-REPORT.
030600     OPEN INPUT  TRANS-FILE.
030700     OPEN OUTPUT APPROVED-FILE.
030800
030900     PERFORM 0100-READ-PARM   THRU 0100-EXIT.
031000
031100     EXEC SQL
031200       SET :W-TIMESTAMP = CURRENT TIMESTAMP
031300     END-EXEC.
031400
031500     EVALUATE SQLCODE
031600       WHEN +0
031700         MOVE W-TIMESTAMP(6:2)  TO WO-MONTH
031800         MOVE W-TIMESTAMP(9:2)  TO WO-DAY
031900         MOVE W-TIMESTAMP(1:4)  TO WO-YEAR
032000         MOVE W-TIMESTAMP(12:2) TO WO-HOUR
032100         MOVE W-TIMESTAMP(15:2) TO WO-MINUTE
032200       WHEN OTHER
032300         MOVE 'Y' TO W-EOF
032400         MOVE 8   TO W-RETURN-CODE
032500         MOVE SQLCODE TO WD-SQL-CODE
032600         DISPLAY WD-SQL-CODE ' ERROR ON SET TIMESTAMP'
032700     END-EVALUATE.
032800
032900     IF W-EOF = 'N'
033000       WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-1
033100       WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-2
033200       WRITE OUTPUT-REPORT-REC FROM BLANK-LINE
033300       WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-3
033400     END-IF.
033500
033600     IF W-EOF = 'N'
033700       PERFORM 0200-READ-TRANS  THRU 0200-EXIT
033800     END-IF.
033900
034000 0000-EXIT.
034100      EXIT.
034200
034300******************************************************************
034400* 0100-READ-PARM                                                 *
034500* THE PARM IS OPTIONAL - WITHOUT ONE THE RUN POSTS FOR REAL,     *
034600* SUPPRESSES REJECTS FOR 365 DAYS AND AGES NOTHING.              *
034700******************************************************************
034800
034900 0100-READ-PARM.
035000
035100     OPEN INPUT PARM-FILE.
035200
035300     IF WS-PARM-FILE-STATUS NOT = '00'
035400       MOVE 'Y' TO WS-PARM-EOF
035500     END-IF.
035600
035700     IF WS-PARM-EOF = 'N'
035800       READ PARM-FILE
035900         AT END
036000           MOVE 'Y' TO WS-PARM-EOF
036100       END-READ
036200     END-IF.
036300
036400     IF WS-PARM-EOF = 'N'
036500       MOVE PARM-SIMULATE-IND TO WS-PARM-SIMULATE-IND
036600       IF PARM-SUPP-DAYS NUMERIC
036700          AND PARM-SUPP-DAYS > 0
036800         MOVE PARM-SUPP-DAYS TO WS-PARM-SUPP-DAYS
036900       END-IF
037000       IF PARM-EXPIRE-DAYS NUMERIC
037100         MOVE PARM-EXPIRE-DAYS TO WS-PARM-EXPIRE-DAYS
037200       END-IF
037300     END-IF.
037400
037500     IF WS-PARM-FILE-STATUS = '00'
037600       CLOSE PARM-FILE
037700     END-IF.
037800
037900     IF WS-SIMULATE-MODE
038000       DISPLAY 'CLADRQLD RUNNING IN SIMULATE MODE - NO '
038100           'DISPOSITIONS WILL BE POSTED'
038200     END-IF.
038300
038400     IF WS-PARM-EXPIRE-DAYS > 0
038500       DISPLAY 'CLADRQLD - OPEN QUEUE ROWS NOT HELD IN '
038600           WS-PARM-EXPIRE-DAYS ' DAYS WILL BE EXPIRED'
038700     END-IF.
038800
038900 0100-EXIT.
039000      EXIT.
039100
039200******************************************************************
039300* 0200-READ-TRANS                                                *
039400******************************************************************
039500
039600 0200-READ-TRANS.
039700
039800     READ TRANS-FILE
039900       AT END
040000         MOVE 'Y' TO W-EOF
040100     END-READ.
040200
040300     IF W-EOF = 'N'
040400       ADD 1 TO W-READ-CNT
040500     END-IF.
040600
040700 0200-EXIT.
040800      EXIT.
040900
041000******************************************************************
041100* 1000-PROCESS                                                   *
041200* POSTS ONE DISPOSITION AS A SINGLE UNIT OF WORK: THE QUEUE ROW  *
041300* STATUS CHANGE AND ITS SUPPRESSION ROW COMMIT TOGETHER OR NOT   *
041400* AT ALL.  THE DIRECTED-MERGE DECK RECORD IS ONLY WRITTEN ONCE   *
041500* THE APPROVAL HAS COMMITTED.                                    *
041600******************************************************************
041700
041800 1000-PROCESS.
041900
042000     MOVE 'N'            TO W-POST-OK.
042100     MOVE SPACES         TO REPORT-DETAIL.
042200     MOVE QTR-CIF-ID     TO W-RQ-CIF-ID.
042300     MOVE QTR-CIF-SFX    TO W-RQ-CIF-SFX.
042400     MOVE 0              TO W-RQ-LOC-ID
042500                            W-RQ-SCORE.
042600     IF QTR-LOC-ID NUMERIC
042700       MOVE QTR-LOC-ID   TO W-RQ-LOC-ID
042800     END-IF.
042900     MOVE QTR-ANALYST-ID TO W-RQ-ANALYST-ID.
043000
043100     PERFORM 1100-VALIDATE-TRANS THRU 1100-EXIT.
043200
043300     IF W-POST-OK = 'Y'
043400       PERFORM 1200-GET-QUEUE-ROW THRU 1200-EXIT
043500     END-IF.
043600
043700     IF W-POST-OK = 'Y'
043800        AND NOT WS-SIMULATE-MODE
043900       PERFORM 1300-POST-STATUS THRU 1300-EXIT
044000       IF W-POST-OK = 'Y'
044100          AND QTR-REJECT
044200         PERFORM 1400-INSERT-SUPPRESSION THRU 1400-EXIT
044300       END-IF
044400       IF W-POST-OK = 'Y'
044500         EXEC SQL
044600           COMMIT
044700         END-EXEC
044800       ELSE
044900         EXEC SQL
045000           ROLLBACK
045100         END-EXEC
045200       END-IF
045300     END-IF.
045400
045500     IF W-POST-OK = 'Y'
045600       PERFORM 1500-WRITE-RESULT THRU 1500-EXIT
045700     END-IF.
045800
045900     PERFORM 0200-READ-TRANS  THRU 0200-EXIT.
046000
046100 1000-EXIT.
046200      EXIT.
046300
046400******************************************************************
046500* 1100-VALIDATE-TRANS                                            *
046600* A TRANSACTION NEEDS A KEY, A KNOWN DISPOSITION AND THE         *
046700* ANALYST WHO MADE THE DECISION - AN UNSIGNED DISPOSITION        *
046800* WOULD PUT A BLANK APPROVER ON THE DECK AND A BLANK ANALYST     *
046900* ON THE SUPPRESSION ROW.                                        *
047000******************************************************************
047100
047200 1100-VALIDATE-TRANS.
047300
047400     IF QTR-CIF-ID = SPACES
047500        OR W-RQ-LOC-ID = 0
047600       MOVE 'REFUSED - CIF-ID OR LOC-ID MISSING' TO WO-MESSAGE
047700       PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
047800       GO TO 1100-EXIT
047900     END-IF.
048000
048100     IF NOT QTR-APPROVE
048200        AND NOT QTR-REJECT
048300        AND NOT QTR-EXPIRE
048400       MOVE 'REFUSED - UNKNOWN DISPOSITION' TO WO-MESSAGE
048500       PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
048600       GO TO 1100-EXIT
048700     END-IF.
048800
048900     IF QTR-ANALYST-ID = SPACES
049000       MOVE 'REFUSED - NO ANALYST ID ON TRANSACTION'
049100         TO WO-MESSAGE
049200       PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
049300       GO TO 1100-EXIT
049400     END-IF.
049500
049600     MOVE 'Y' TO W-POST-OK.
049700
049800 1100-EXIT.
049900      EXIT.
050000
050100******************************************************************
050200* 1200-GET-QUEUE-ROW                                             *
050300* THE PAIR MUST BE ON THE QUEUE AND STILL OPEN.  A SECOND        *
050400* DISPOSITION AGAINST A CLOSED ROW IS REFUSED RATHER THAN        *
050500* OVERWRITING THE FIRST ANALYST'S DECISION.  THE ORIGINAL        *
0505AA* SUBLOCATION COMES BACK WITH IT FOR THE SUPPRESSION ROW; A ROW  *
0505AB* QUEUED WITHOUT ONE WAS HELD UNDER ITS OWN KEY.                 *
050600******************************************************************
050700
050800 1200-GET-QUEUE-ROW.
050900
051000     MOVE SPACES TO W-RQ-STATUS
0510AA                    W-RQ-ORIG-CIF-ID
0510AB                    W-RQ-ORIG-CIF-SFX.
051100
051200     EXEC SQL
051300       SELECT STATUS_C
051400             ,CONFIDENCE_SCORE
0514AA             ,ORIG_CIF_ID
0514AB             ,ORIG_CIF_SUB_CD
051500         INTO :W-RQ-STATUS
051600             ,:W-RQ-SCORE
0516AA             ,:W-RQ-ORIG-CIF-ID
0516AB             ,:W-RQ-ORIG-CIF-SFX
051700         FROM CL.TCLADRILD_REVIEW_Q
051800        WHERE CIF_ID     = :W-RQ-CIF-ID
051900          AND CIF_SUB_CD = :W-RQ-CIF-SFX
052000          AND LOC_ID     = :W-RQ-LOC-ID
052100     END-EXEC.
052200
052300     EVALUATE SQLCODE
052400       WHEN +0
0524AA         IF W-RQ-ORIG-CIF-ID = SPACES
0524AB           MOVE W-RQ-CIF-ID  TO W-RQ-ORIG-CIF-ID
0524AC           MOVE W-RQ-CIF-SFX TO W-RQ-ORIG-CIF-SFX
0524AD         END-IF
052500         IF W-RQ-STATUS NOT = 'OPEN'
052600           MOVE 'N' TO W-POST-OK
052700           MOVE SPACES TO WO-MESSAGE
052800           STRING 'REFUSED - QUEUE ROW ALREADY '
052900                                  DELIMITED BY SIZE
053000                  W-RQ-STATUS     DELIMITED BY SPACE
053100             INTO WO-MESSAGE
053200           END-STRING
053300           PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
053400         END-IF
053500       WHEN +100
053600         MOVE 'N' TO W-POST-OK
053700         MOVE 'REFUSED - PAIR NOT ON THE REVIEW QUEUE'
053800           TO WO-MESSAGE
053900         PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
054000       WHEN OTHER
054100         MOVE 'N' TO W-POST-OK
054200         ADD 1 TO W-ERRORS-CNT
054300         MOVE 8 TO W-RETURN-CODE
054400         MOVE SQLCODE TO WD-SQL-CODE
054500         DISPLAY WD-SQL-CODE ' ERROR ON SELECT REVIEW QUEUE'
054600         MOVE 'REFUSED - SQL ERROR ON REVIEW QUEUE'
054700           TO WO-MESSAGE
054800         PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
054900     END-EVALUATE.
055000
055100 1200-EXIT.
055200      EXIT.
055300
055400******************************************************************
055500* 1300-POST-STATUS                                               *
055600* CLOSES THE QUEUE ROW WITH THE DISPOSITION, THE ANALYST AND     *
055700* THE POSTING TIME.  THE STATUS_C = 'OPEN' PREDICATE GUARDS      *
055800* AGAINST A CONCURRENT CLADRILD RE-OPEN OR A SECOND POSTING.     *
055900******************************************************************
056000
056100 1300-POST-STATUS.
056200
056300     MOVE QTR-DISPOSITION TO W-RQ-NEW-STATUS.
056400
056500     EXEC SQL
056600       UPDATE CL.TCLADRILD_REVIEW_Q
056700          SET STATUS_C   = :W-RQ-NEW-STATUS
056800             ,ANALYST_ID = :W-RQ-ANALYST-ID
056900             ,DISP_TS    = :W-TIMESTAMP
057000        WHERE CIF_ID     = :W-RQ-CIF-ID
057100          AND CIF_SUB_CD = :W-RQ-CIF-SFX
057200          AND LOC_ID     = :W-RQ-LOC-ID
057300          AND STATUS_C   = 'OPEN'
057400     END-EXEC.
057500
057600     EVALUATE SQLCODE
057700       WHEN +0
057800         CONTINUE
057900       WHEN +100
058000         MOVE 'N' TO W-POST-OK
058100         MOVE 'REFUSED - QUEUE ROW NO LONGER OPEN'
058200           TO WO-MESSAGE
058300         PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
058400       WHEN OTHER
058500         MOVE 'N' TO W-POST-OK
058600         ADD 1 TO W-ERRORS-CNT
058700         MOVE 8 TO W-RETURN-CODE
058800         MOVE SQLCODE TO WD-SQL-CODE
058900         DISPLAY WD-SQL-CODE ' ERROR ON UPDATE REVIEW QUEUE'
059000         MOVE 'REFUSED - SQL ERROR ON QUEUE UPDATE'
059100           TO WO-MESSAGE
059200         PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
059300     END-EVALUATE.
059400
059500 1300-EXIT.
059600      EXIT.
059700
059800******************************************************************
059900* 1400-INSERT-SUPPRESSION                                        *
060000* REGISTERS THE REJECTED SUBLOCATION IN THE DO-NOT-MERGE         *
060100* SUPPRESSION TABLE UNDER THE REJECTING ANALYST.  THE EXPIRY IS  *
060200* THE TRANSACTION'S OWN DAY COUNT WHEN GIVEN, ELSE THE PARM      *
060300* DEFAULT.  THE SUPPRESSION IS KEYED ON THE SUBLOCATION CLADRILD *
0603AA* READ, NOT THE QUEUE KEY - AFTER A MERGER-CHAIN RETRY THE QUEUE *
0603AB* KEY IS THE SURVIVING CIF, WHICH 1050-CHECK-SUPPRESSED NEVER    *
0603AC* LOOKS UP.                                                      *
060400******************************************************************
060500
060600 1400-INSERT-SUPPRESSION.
060700
060800     MOVE WS-PARM-SUPP-DAYS TO W-RQ-SUPP-DAYS.
060900     IF QTR-SUPP-DAYS NUMERIC
061000        AND QTR-SUPP-DAYS > 0
061100       MOVE QTR-SUPP-DAYS TO W-RQ-SUPP-DAYS
061200     END-IF.
061300
061400     EXEC SQL
061500       INSERT INTO CL.TCLADRILD_SUPPRESS
061600       (CIF_ID, CIF_SUB_LOCN_SFX_C, ANALYST_ID, EXPIRY_DT)
061700       VALUES
061800       (:W-RQ-ORIG-CIF-ID, :W-RQ-ORIG-CIF-SFX, :W-RQ-ANALYST-ID,
061900        CURRENT DATE + :W-RQ-SUPP-DAYS DAYS)
062000     END-EXEC.
062100
062200     IF SQLCODE NOT = 0
062300       MOVE 'N' TO W-POST-OK
062400       ADD 1 TO W-ERRORS-CNT
062500       MOVE 8 TO W-RETURN-CODE
062600       MOVE SQLCODE TO WD-SQL-CODE
062700       DISPLAY WD-SQL-CODE ' ERROR ON SUPPRESSION INSERT'
062800       MOVE 'REFUSED - SQL ERROR ON SUPPRESSION INSERT'
062900         TO WO-MESSAGE
063000       PERFORM 1800-WRITE-REFUSAL THRU 1800-EXIT
063100     END-IF.
063200
063300 1400-EXIT.
063400      EXIT.
063500
063600******************************************************************
063700* 1500-WRITE-RESULT                                              *
063800* COUNTS AND LISTS A POSTED DISPOSITION; AN APPROVAL ALSO GOES   *
063900* TO THE DIRECTED-MERGE DECK WITH THE ANALYST AS APPROVER.  IN   *
064000* SIMULATE MODE THE DECK IS NOT WRITTEN.                         *
064100******************************************************************
064200
064300 1500-WRITE-RESULT.
064400
064500     EVALUATE TRUE
064600       WHEN QTR-APPROVE
064700         ADD 1 TO W-APPROVED-CNT
064800         MOVE 'APPROVED - WRITTEN TO DIRECTED-MERGE DECK'
064900           TO WO-MESSAGE
065000         IF NOT WS-SIMULATE-MODE
065100           MOVE SPACES          TO APPROVED-FILE-REC
065200           MOVE W-RQ-CIF-ID     TO APR-CIF-ID
065300           MOVE W-RQ-CIF-SFX    TO APR-CIF-SFX
065400           MOVE W-RQ-LOC-ID     TO APR-LOC-ID
065500           MOVE W-RQ-ANALYST-ID TO APR-APPROVER
065600           WRITE APPROVED-FILE-REC
065700         END-IF
065800       WHEN QTR-REJECT
065900         ADD 1 TO W-REJECTED-CNT
066000         MOVE 'REJECTED - SUPPRESSION REGISTERED'
066100           TO WO-MESSAGE
066200       WHEN QTR-EXPIRE
066300         ADD 1 TO W-EXPIRED-CNT
066400         MOVE 'EXPIRED - CLOSED WITHOUT ACTION'
066500           TO WO-MESSAGE
066600     END-EVALUATE.
066700
066800     IF WS-SIMULATE-MODE
066900       MOVE SPACES TO WO-MESSAGE
067000       STRING QTR-DISPOSITION  DELIMITED BY SPACE
067100              ' (SIMULATED)'   DELIMITED BY SIZE
067200         INTO WO-MESSAGE
067300       END-STRING
067400     END-IF.
067500
067600     PERFORM 1900-WRITE-LINE THRU 1900-EXIT.
067700
067800 1500-EXIT.
067900      EXIT.
068000
068100******************************************************************
068200* 1800-WRITE-REFUSAL                                             *
068300* WO-MESSAGE IS SET BY THE CALLER BEFORE THIS PARAGRAPH RUNS.    *
068400******************************************************************
068500
068600 1800-WRITE-REFUSAL.
068700
068800     MOVE 'N' TO W-POST-OK.
068900     ADD 1 TO W-REFUSED-CNT.
069000
069100     PERFORM 1900-WRITE-LINE THRU 1900-EXIT.
069200
069300     IF W-RETURN-CODE < 4
069400       MOVE 4 TO W-RETURN-CODE
069500     END-IF.
069600
069700 1800-EXIT.
069800      EXIT.
069900
070000******************************************************************
070100* 1900-WRITE-LINE                                                *
070200******************************************************************
070300
070400 1900-WRITE-LINE.
070500
070600     MOVE SPACES          TO WO-CIF-ID.
070700     MOVE QTR-CIF-ID      TO WO-CIF-ID(1:9).
070800     MOVE '-'             TO WO-CIF-ID(10:1).
070900     MOVE QTR-CIF-SFX     TO WO-CIF-ID(11:4).
071000     MOVE W-RQ-LOC-ID     TO WO-LOC-ID.
071100     MOVE QTR-DISPOSITION TO WO-DISPOSITION.
071200     MOVE QTR-ANALYST-ID  TO WO-ANALYST-ID.
071300     MOVE W-RQ-SCORE      TO WO-SCORE.
071400
071500     WRITE OUTPUT-REPORT-REC FROM REPORT-DETAIL.
071600
071700     MOVE SPACES          TO REPORT-DETAIL.
071800
071900 1900-EXIT.
072000      EXIT.
072100
072200******************************************************************
072300* 8000-AGE-OPEN-ROWS                                             *
072400* UNDER THE PARM AGING LIMIT, OPEN ROWS CLADRILD HAS NOT HELD    *
072500* AGAIN FOR THAT MANY DAYS ARE EXPIRED - THE SUBLOCATION HAS     *
072600* MERGED ELSEWHERE OR STOPPED MATCHING, SO THE PAIR NO LONGER    *
072700* NEEDS A DECISION.  A PAIR HELD AGAIN LATER IS RE-OPENED BY     *
072800* CLADRILD.                                                      *
072900******************************************************************
073000
073100 8000-AGE-OPEN-ROWS.
073200
073300     IF WS-PARM-EXPIRE-DAYS = 0
073400        OR WS-SIMULATE-MODE
073500        OR W-RETURN-CODE > 4
073600       GO TO 8000-EXIT
073700     END-IF.
073800
073900     MOVE WS-PARM-EXPIRE-DAYS TO W-RQ-EXPIRE-DAYS.
074000     MOVE W-PROGRAM           TO W-RQ-ANALYST-ID.
074100
074200     EXEC SQL
074300       UPDATE CL.TCLADRILD_REVIEW_Q
074400          SET STATUS_C   = 'EXPIRED'
074500             ,ANALYST_ID = :W-RQ-ANALYST-ID
074600             ,DISP_TS    = :W-TIMESTAMP
074700        WHERE STATUS_C   = 'OPEN'
074800          AND LAST_HELD_TS <
074900              CURRENT TIMESTAMP - :W-RQ-EXPIRE-DAYS DAYS
075000     END-EXEC.
075100
075200     EVALUATE SQLCODE
075300       WHEN +0
075400         MOVE SQLERRD(3) TO W-AGED-CNT
075500         EXEC SQL
075600           COMMIT
075700         END-EXEC
075800       WHEN +100
075900         CONTINUE
076000       WHEN OTHER
076100         ADD 1 TO W-ERRORS-CNT
076200         MOVE 8 TO W-RETURN-CODE
076300         MOVE SQLCODE TO WD-SQL-CODE
076400         DISPLAY WD-SQL-CODE ' ERROR ON REVIEW QUEUE AGING'
076500         EXEC SQL
076600           ROLLBACK
076700         END-EXEC
076800     END-EVALUATE.
076900
077000     MOVE W-AGED-CNT          TO WO-AGED-CNT.
077100     MOVE WS-PARM-EXPIRE-DAYS TO WO-AGED-DAYS.
077200     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
077300     WRITE OUTPUT-REPORT-REC FROM AGED-DETAIL.
077400
077500 8000-EXIT.
077600      EXIT.
077700
077800******************************************************************
077900* 9000-STATS                                                     *
078000******************************************************************
078100
078200 9000-STATS.
078300
078400     MOVE W-READ-CNT       TO W-READ-CNT-D.
078500     MOVE W-APPROVED-CNT   TO W-APPROVED-CNT-D.
078600     MOVE W-REJECTED-CNT   TO W-REJECTED-CNT-D.
078700     MOVE W-EXPIRED-CNT    TO W-EXPIRED-CNT-D.
078800     MOVE W-REFUSED-CNT    TO W-REFUSED-CNT-D.
078900     MOVE W-AGED-CNT       TO W-AGED-CNT-D.
079000     MOVE W-ERRORS-CNT     TO W-ERRORS-CNT-D.
079100
079200     DISPLAY 'Transactions Read       : ' W-READ-CNT-D.
079300     DISPLAY 'Pairs Approved          : ' W-APPROVED-CNT-D.
079400     DISPLAY 'Pairs Rejected          : ' W-REJECTED-CNT-D.
079500     DISPLAY 'Pairs Expired           : ' W-EXPIRED-CNT-D.
079600     DISPLAY 'Transactions Refused    : ' W-REFUSED-CNT-D.
079700     DISPLAY 'Open Rows Aged Out      : ' W-AGED-CNT-D.
079800     DISPLAY 'Number of errors        : ' W-ERRORS-CNT-D.
079900
080000 9000-EXIT.
080100      EXIT.
080200
080300******************************************************************
080400* 9999-CLOSE                                                     *
080500******************************************************************
080600
080700 9999-CLOSE.
080800
080900     CLOSE OUTPUT-REPORT.
081000     CLOSE TRANS-FILE.
081100     CLOSE APPROVED-FILE.
081200
081300 9999-EXIT.
081400      EXIT.
081500
081600******************************************************************
081700******************************************************************
081800*                   E N D   O F   P R O G R A M                  *
081900******************************************************************
082000******************************************************************
