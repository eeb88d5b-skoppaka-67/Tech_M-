000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLADRKLD.
000300 AUTHOR.        AMBICA
000400 DATE-WRITTEN.  10/2026.
000500
000600******************************************************************
000700******************************************************************
000800*                                                                *
000900*                   C  L  A  D  R  K  L  D                       *
001000*                                                                *
001100*  Merge-history load.  Nightly step run after CLADRILD (and     *
001200*  after any CLADRULD backout run that night).  Reads the        *
001300*  night's audit trail and backout trail and adds one record     *
001400*  per merge, per child repoint and per backout to the           *
0014AA*  merge-history KSDS (DD MRGHIST), keyed by CIF-ID/CIF-SFX/     *
001500*  event timestamp/event type with an alternate index on         *
001600*  LOC-ID.  CLADRGLD and CLADRULD read the history by key        *
001700*  instead of scanning the accumulated flat trails.  A record    *
001800*  already on the history (same key) is counted and skipped, so  *
001900*  a rerun of the step against the same night's files adds       *
002000*  nothing twice.  Either trail DD may be empty or dummied - a   *
002100*  night with no backout run has no backout trail.  Counts go    *
002200*  to the job log.                                               *
002300*                                                                *
002400******************************************************************
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.          IBM-370.
003000 OBJECT-COMPUTER.          IBM-370.
003100 SPECIAL-NAMES.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     SELECT OPTIONAL AUDIT-FILE   ASSIGN TO UT-S-AUDIT
003600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003700     SELECT OPTIONAL BACKOUT-FILE ASSIGN TO UT-S-BKOUT
003800         FILE STATUS IS WS-BKOUT-FILE-STATUS.
003900     SELECT MERGE-HIST-FILE ASSIGN TO MRGHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS MH-KEY
004300         ALTERNATE RECORD KEY IS MH-LOC-ID WITH DUPLICATES
004400         FILE STATUS IS WS-MRGHIST-FILE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800
004900******************************************************************
005000*  AUDIT TRAIL WRITTEN BY CLADRILD 2150-WRITE-AUDIT-REC.  LAYOUT *
005100*  MUST STAY IN STEP WITH CLADRILD.                              *
005200******************************************************************
005300 FD  AUDIT-FILE
005400     RECORDING MODE IS F
005500     RECORD CONTAINS 80 CHARACTERS
005600     LABEL RECORDS ARE STANDARD
005700     BLOCK CONTAINS 0 RECORDS.
005800
005900 01  AUDIT-FILE-REC.
006000     05 AUD-CIF-ID                  PIC  X(09).
006100     05 AUD-CIF-SFX                 PIC  X(04).
006200     05 AUD-LOC-ID                  PIC  9(09).
006300     05 AUD-CO-ID                   PIC  9(09).
006400     05 AUD-TIMESTAMP               PIC  X(26).
006500     05 AUD-PROGRAM                 PIC  X(08).
006600     05 AUD-RUN-ID                  PIC  X(14).
006700     05 AUD-REC-TYPE                PIC  X(01).
0067AA        88 AUD-MERGE-REC                    VALUE 'M' ' '.
0067AB        88 AUD-REPOINT-REC                  VALUE 'R'.
006800
006900******************************************************************
007000*  BACKOUT TRAIL WRITTEN BY CLADRULD 3750-WRITE-BACKOUT-REC.     *
007100*  LAYOUT MUST STAY IN STEP WITH CLADRULD.                       *
007200******************************************************************
007300 FD  BACKOUT-FILE
007400     RECORDING MODE IS F
007500     RECORD CONTAINS 80 CHARACTERS
007600     LABEL RECORDS ARE STANDARD
007700     BLOCK CONTAINS 0 RECORDS.
007800
007900 01  BACKOUT-FILE-REC.
008000     05 BKO-CIF-ID                  PIC  X(09).
008100     05 BKO-CIF-SFX                 PIC  X(04).
008200     05 BKO-LOC-ID                  PIC  9(09).
008300     05 BKO-MERGE-RUN-ID            PIC  X(14).
008400     05 BKO-TIMESTAMP               PIC  X(26).
008500     05 BKO-PROGRAM                 PIC  X(08).
008600     05 FILLER                      PIC  X(10).
008700
008800******************************************************************
008900*  MERGE-HISTORY KSDS - ONE RECORD PER MERGE, BACKOUT OR CHILD   *
0089AA*  REPOINT EVENT.  A REPOINT IS FILED UNDER THE CIF-ID/CIF-SFX   *
0089AB*  OF THE MERGE THAT CAUSED IT, WITH THE CHILD'S LOC-ID AND THE  *
0089AC*  CHILD'S NEW VERSION'S EFFECTIVE TIMESTAMP AS ITS EVENT TS.    *
009000*  PRIME KEY CIF-ID/CIF-SFX/EVENT TIMESTAMP/EVENT TYPE; THE      *
009100*  ALTERNATE INDEX ON LOC-ID (NON-UNIQUE) SERVES THE LOC-ID      *
009200*  INQUIRIES.  THE EVENT TIMESTAMP IS THE RUN-START TIMESTAMP    *
009300*  OF THE RUN THAT MADE THE EVENT.  MERGE-RUN-ID TIES A BACKOUT  *
009400*  TO THE CLADRILD RUN THAT CREATED THE MERGE (ON A MERGE EVENT  *
009500*  IT IS THE EVENT'S OWN RUN-ID).  LAYOUT MUST STAY IN STEP      *
009600*  WITH CLADRGLD, CLADRULD AND CLADRALD.                         *
009700******************************************************************
009800 FD  MERGE-HIST-FILE
009900     RECORD CONTAINS 120 CHARACTERS.
010000
010100 01  MERGE-HIST-REC.
010200     05 MH-KEY.
010300        10 MH-CIF-ID                PIC  X(09).
010400        10 MH-CIF-SFX               PIC  X(04).
010500        10 MH-EVENT-TS              PIC  X(26).
010600        10 MH-EVENT-TYPE            PIC  X(01).
010700           88 MH-MERGE-EVENT                 VALUE 'M'.
010800           88 MH-BACKOUT-EVENT               VALUE 'B'.
0108AA           88 MH-REPOINT-EVENT               VALUE 'R'.
010900     05 MH-LOC-ID                   PIC  9(09).
011000     05 MH-CO-ID                    PIC  9(09).
011100     05 MH-PROGRAM                  PIC  X(08).
011200     05 MH-RUN-ID                   PIC  X(14).
011300     05 MH-MERGE-RUN-ID             PIC  X(14).
011400     05 FILLER                      PIC  X(26).
011500
011600******************************************************************
011700******************************************************************
011800*                 W O R K I N G   S T O R A G E                  *
011900******************************************************************
012000******************************************************************
012100
012200 WORKING-STORAGE SECTION.
012300
012400 01 WE-EYE-CATCHER                    PIC  X(80) VALUE
012500        'WORKING STORAGE FOR CLADRKLD BEGINS HERE'.
012600
012700 01 WORKING-VARIABLES.
012800    05 W-PROGRAM                      PIC  X(08) VALUE 'CLADRKLD'.
012900    05 W-EOF                          PIC  X(01) VALUE 'N'.
013000    05 W-AUD-EOF                      PIC  X(01) VALUE 'N'.
013100    05 W-BKO-EOF                      PIC  X(01) VALUE 'N'.
013200    05 W-RETURN-CODE                  PIC  9(04) VALUE 0.
013300
013400 01 WORKING-COUNTERS.
013500    05 W-AUDIT-READ-CNT               PIC  9(06) VALUE 0.
013600    05 W-AUDIT-READ-CNT-D             PIC  ZZZ,ZZ9.
013700    05 W-BKOUT-READ-CNT               PIC  9(06) VALUE 0.
013800    05 W-BKOUT-READ-CNT-D             PIC  ZZZ,ZZ9.
013900    05 W-MERGE-ADDED-CNT              PIC  9(06) VALUE 0.
014000    05 W-MERGE-ADDED-CNT-D            PIC  ZZZ,ZZ9.
014100    05 W-BKOUT-ADDED-CNT              PIC  9(06) VALUE 0.
014200    05 W-BKOUT-ADDED-CNT-D            PIC  ZZZ,ZZ9.
0142AA    05 W-REPOINT-ADDED-CNT            PIC  9(06) VALUE 0.
0142AB    05 W-REPOINT-ADDED-CNT-D          PIC  ZZZ,ZZ9.
014300    05 W-DUPLICATE-CNT                PIC  9(06) VALUE 0.
014400    05 W-DUPLICATE-CNT-D              PIC  ZZZ,ZZ9.
014500    05 W-ERRORS-CNT                   PIC  9(06) VALUE 0.
014600    05 W-ERRORS-CNT-D                 PIC  ZZZ,ZZ9.
014700
014800******************************************************************
014900*  FILE STATUS CODES                                             *
015000******************************************************************
015100 01 FILE-STATUS-VARIABLES.
015200    05 WS-AUDIT-FILE-STATUS           PIC  X(02) VALUE '00'.
015300    05 WS-BKOUT-FILE-STATUS           PIC  X(02) VALUE '00'.
015400    05 WS-MRGHIST-FILE-STATUS         PIC  X(02) VALUE '00'.
015500       88 WS-MRGHIST-OK                       VALUE '00' '02'.
015600       88 WS-MRGHIST-DUPLICATE                VALUE '22'.
015700       88 WS-MRGHIST-NOT-LOADED               VALUE '35'.
015800
015900******************************************************************
016000******************************************************************
016100*               P R O C E D U R E  D I V I S I O N               *
016200******************************************************************
016300******************************************************************
016400
016500 PROCEDURE DIVISION.
016600
016700      PERFORM 0000-INITIALIZE THRU 0000-EXIT.
016800
016900      IF W-EOF = 'N'
017000        PERFORM 1000-LOAD-AUDIT   THRU 1000-EXIT
017100          UNTIL W-AUD-EOF = 'Y'
017200        PERFORM 2000-LOAD-BACKOUT THRU 2000-EXIT
017300          UNTIL W-BKO-EOF = 'Y'
017400      END-IF.
017500
017600      PERFORM 9000-STATS      THRU 9000-EXIT.
017700      PERFORM 9999-CLOSE      THRU 9999-EXIT.
017800
017900      MOVE W-RETURN-CODE TO RETURN-CODE.
018000
018100      GOBACK.
018200
018300******************************************************************
018400*  0000-INITIALIZE                                               *
018500*  THE HISTORY IS OPENED I-O SO THE NIGHT'S EVENTS ARE ADDED TO  *
018600*  WHAT IS ALREADY THERE.  A CLUSTER THAT HAS NEVER BEEN LOADED  *
018700*  CANNOT BE OPENED I-O (STATUS 35) - THE FIRST LOAD OPENS IT    *
018800*  OUTPUT INSTEAD.                                               *
018900******************************************************************
019000
019100 0000-INITIALIZE.
019200
019300     OPEN I-O MERGE-HIST-FILE.
019400
019500     IF WS-MRGHIST-NOT-LOADED
019600       DISPLAY 'CLADRKLD - MERGE HISTORY EMPTY - INITIAL LOAD'
019700       OPEN OUTPUT MERGE-HIST-FILE
019800     END-IF.
019900
020000     IF NOT WS-MRGHIST-OK
020100       DISPLAY 'CLADRKLD - MERGE HISTORY OPEN FAILED, STATUS '
020200           WS-MRGHIST-FILE-STATUS ' - RUN STOPPED'
020300       MOVE 'Y' TO W-EOF
020400       MOVE 8   TO W-RETURN-CODE
020500       GO TO 0000-EXIT
020600     END-IF.
020700
020800     OPEN INPUT AUDIT-FILE.
020900
021000     IF WS-AUDIT-FILE-STATUS NOT = '00'
021100        AND WS-AUDIT-FILE-STATUS NOT = '05'
021200       DISPLAY 'CLADRKLD - AUDIT TRAIL OPEN FAILED, STATUS '
021300           WS-AUDIT-FILE-STATUS ' - RUN STOPPED'
021400       MOVE 'Y' TO W-EOF
021500       MOVE 8   TO W-RETURN-CODE
021600       GO TO 0000-EXIT
021700     END-IF.
021800
021900     OPEN INPUT BACKOUT-FILE.
022000
022100     IF WS-BKOUT-FILE-STATUS NOT = '00'
022200        AND WS-BKOUT-FILE-STATUS NOT = '05'
022300       DISPLAY 'CLADRKLD - BACKOUT TRAIL OPEN FAILED, STATUS '
022400           WS-BKOUT-FILE-STATUS ' - RUN STOPPED'
022500       MOVE 'Y' TO W-EOF
022600       MOVE 8   TO W-RETURN-CODE
022700     END-IF.
022800
022900 0000-EXIT.
023000      EXIT.
023100
023200******************************************************************
023300* 1000-LOAD-AUDIT                                                *
023400* ONE MERGE EVENT PER AUDIT MERGE RECORD, ONE REPOINT EVENT PER  *
0234AA* AUDIT REPOINT RECORD.                                          *
023500******************************************************************
023600
023700 1000-LOAD-AUDIT.
023800
023900     READ AUDIT-FILE
024000       AT END
024100         MOVE 'Y' TO W-AUD-EOF
024200         GO TO 1000-EXIT
024300     END-READ.
024400
024500     ADD 1 TO W-AUDIT-READ-CNT.
024600
024700     MOVE SPACES          TO MERGE-HIST-REC.
024800     MOVE AUD-CIF-ID      TO MH-CIF-ID.
024900     MOVE AUD-CIF-SFX     TO MH-CIF-SFX.
025000     MOVE AUD-TIMESTAMP   TO MH-EVENT-TS.
025100     IF AUD-REPOINT-REC
0251AA       SET MH-REPOINT-EVENT TO TRUE
0251AB     ELSE
0251AC       SET MH-MERGE-EVENT   TO TRUE
0251AD     END-IF.
025200     MOVE AUD-LOC-ID      TO MH-LOC-ID.
025300     MOVE AUD-CO-ID       TO MH-CO-ID.
025400     MOVE AUD-PROGRAM     TO MH-PROGRAM.
025500     MOVE AUD-RUN-ID      TO MH-RUN-ID.
025600     MOVE AUD-RUN-ID      TO MH-MERGE-RUN-ID.
025700
025800     PERFORM 3000-WRITE-HISTORY THRU 3000-EXIT.
025900
026000     IF WS-MRGHIST-OK
0260AA       IF MH-REPOINT-EVENT
0260AB         ADD 1 TO W-REPOINT-ADDED-CNT
0260AC       ELSE
026100         ADD 1 TO W-MERGE-ADDED-CNT
0261AA       END-IF
026200     END-IF.
026300
026400     IF W-EOF = 'Y'
026500       MOVE 'Y' TO W-AUD-EOF
026600                   W-BKO-EOF
026700     END-IF.
026800
026900 1000-EXIT.
027000      EXIT.
027100
027200******************************************************************
027300* 2000-LOAD-BACKOUT                                              *
027400* ONE BACKOUT EVENT PER BACKOUT RECORD.  THE BACKOUT TRAIL       *
027500* CARRIES NO RUN-ID OF ITS OWN - THE CLADRULD RUN-ID IS BUILT    *
027600* FROM ITS RUN TIMESTAMP THE SAME WAY CLADRULD BUILDS IT.  THE   *
027700* TRAIL CARRIES NO COMPANY EITHER; MH-CO-ID IS LEFT ZERO.        *
027800******************************************************************
027900
028000 2000-LOAD-BACKOUT.
028100
028200     READ BACKOUT-FILE
028300       AT END
028400         MOVE 'Y' TO W-BKO-EOF
028500         GO TO 2000-EXIT
028600     END-READ.
028700
028800     ADD 1 TO W-BKOUT-READ-CNT.
028900
029000     MOVE SPACES            TO MERGE-HIST-REC.
029100     MOVE BKO-CIF-ID        TO MH-CIF-ID.
029200     MOVE BKO-CIF-SFX       TO MH-CIF-SFX.
029300     MOVE BKO-TIMESTAMP     TO MH-EVENT-TS.
029400     SET  MH-BACKOUT-EVENT  TO TRUE.
029500     MOVE BKO-LOC-ID        TO MH-LOC-ID.
029600     MOVE 0                 TO MH-CO-ID.
029700     MOVE BKO-PROGRAM       TO MH-PROGRAM.
029800     MOVE BKO-TIMESTAMP(1:4)  TO MH-RUN-ID(1:4).
029900     MOVE BKO-TIMESTAMP(6:2)  TO MH-RUN-ID(5:2).
030000     MOVE BKO-TIMESTAMP(9:2)  TO MH-RUN-ID(7:2).
030100     MOVE BKO-TIMESTAMP(12:2) TO MH-RUN-ID(9:2).
030200     MOVE BKO-TIMESTAMP(15:2) TO MH-RUN-ID(11:2).
030300     MOVE BKO-TIMESTAMP(18:2) TO MH-RUN-ID(13:2).
030400     MOVE BKO-MERGE-RUN-ID  TO MH-MERGE-RUN-ID.
030500
030600     PERFORM 3000-WRITE-HISTORY THRU 3000-EXIT.
030700
030800     IF WS-MRGHIST-OK
030900       ADD 1 TO W-BKOUT-ADDED-CNT
031000     END-IF.
031100
031200     IF W-EOF = 'Y'
031300       MOVE 'Y' TO W-BKO-EOF
031400     END-IF.
031500
031600 2000-EXIT.
031700      EXIT.
031800
031900******************************************************************
032000* 3000-WRITE-HISTORY                                             *
032100* A DUPLICATE KEY (STATUS 22) IS AN EVENT ALREADY LOADED BY AN   *
032200* EARLIER RUN OF THIS STEP - COUNTED AND SKIPPED.  ANY OTHER     *
032300* FAILURE STOPS THE LOAD.                                        *
032400******************************************************************
032500
032600 3000-WRITE-HISTORY.
032700
032800     WRITE MERGE-HIST-REC.
032900
033000     IF WS-MRGHIST-OK
033100       GO TO 3000-EXIT
033200     END-IF.
033300
033400     IF WS-MRGHIST-DUPLICATE
033500       ADD 1 TO W-DUPLICATE-CNT
033600       GO TO 3000-EXIT
033700     END-IF.
033800
033900     ADD 1 TO W-ERRORS-CNT.
034000     DISPLAY 'CLADRKLD - MERGE HISTORY WRITE FAILED, STATUS '
034100         WS-MRGHIST-FILE-STATUS ' AT CIF ' MH-CIF-ID
034200         ' - RUN STOPPED'.
034300     MOVE 'Y' TO W-EOF.
034400     MOVE 8   TO W-RETURN-CODE.
034500
034600 3000-EXIT.
034700      EXIT.
034800
034900******************************************************************
035000* 9000-STATS                                                     *
035100******************************************************************
035200
035300 9000-STATS.
035400
035500     MOVE W-AUDIT-READ-CNT   TO W-AUDIT-READ-CNT-D.
035600     MOVE W-BKOUT-READ-CNT   TO W-BKOUT-READ-CNT-D.
035700     MOVE W-MERGE-ADDED-CNT  TO W-MERGE-ADDED-CNT-D.
035800     MOVE W-BKOUT-ADDED-CNT  TO W-BKOUT-ADDED-CNT-D.
0358AA     MOVE W-REPOINT-ADDED-CNT TO W-REPOINT-ADDED-CNT-D.
035900     MOVE W-DUPLICATE-CNT    TO W-DUPLICATE-CNT-D.
036000     MOVE W-ERRORS-CNT       TO W-ERRORS-CNT-D.
036100
036200     DISPLAY 'Audit Records Read      : ' W-AUDIT-READ-CNT-D.
036300     DISPLAY 'Backout Records Read    : ' W-BKOUT-READ-CNT-D.
036400     DISPLAY 'Merge Events Added      : ' W-MERGE-ADDED-CNT-D.
036500     DISPLAY 'Backout Events Added    : ' W-BKOUT-ADDED-CNT-D.
0365AA     DISPLAY 'Repoint Events Added    : ' W-REPOINT-ADDED-CNT-D.
036600     DISPLAY 'Already On History      : ' W-DUPLICATE-CNT-D.
036700     DISPLAY 'Number of errors        : ' W-ERRORS-CNT-D.
036800
036900 9000-EXIT.
037000      EXIT.
037100
037200******************************************************************
037300* 9999-CLOSE                                                     *
037400******************************************************************
037500
037600 9999-CLOSE.
037700
037800     CLOSE AUDIT-FILE.
037900     CLOSE BACKOUT-FILE.
038000     CLOSE MERGE-HIST-FILE.
038100
038200 9999-EXIT.
038300      EXIT.
038400
038500******************************************************************
038600******************************************************************
038700*                   E N D   O F   P R O G R A M                  *
038800******************************************************************
038900******************************************************************
