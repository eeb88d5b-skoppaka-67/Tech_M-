000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLADRBLD.
000300 AUTHOR.        AMBICA
000400 DATE-WRITTEN.  10/2026.
000500
000600******************************************************************
000700******************************************************************
000800*                                                                *
000900*                   C  L  A  D  R  B  L  D                       *
001000*                                                                *
001100*  CIF address-role integrity sweep.  Every version of           *
001200*  CL.TCLF_CO_LOCN_DTL carries BILL_ADDR_CD, DELY_ADDR_CD and    *
001300*  DBA_NME_CD, but nothing checks them across a CIF.  This       *
001400*  program reads the unexpired versions grouped by CIF_ID and    *
001500*  reports:                                                      *
001600*    - CIFs with no billing address, or more than one (every     *
001700*      billing version of the CIF is listed);                    *
001800*    - delivery-flagged versions with no physical address        *
001900*      (PHYS_ADDR_1 or PHYS_POSTAL_C blank);                     *
002000*    - versions whose CIF_MAIL_POSTC / CIF_PHYS_POSTC disagrees  *
002100*      with MAILING_POSTAL_C / PHYS_POSTAL_C.  Both sides go     *
002200*      through CLCADRSM first, so a ZIP+4 against its own        *
002300*      five-digit base or written with a hyphen still agrees.    *
002400*  Every finding line shows the version's billing, delivery and  *
002500*  DBA flags.  CLADRILD applies the same conditions to each      *
002600*  match before it commits.  Read-only against DB2.              *
002700*                                                                *
002800*  DD REPORT - finding report.                                   *
002900*  DD PARM   - optional: CIF_ID range, from (1-9) and to         *
003000*              (10-18).  Blank sweeps every CIF.                 *
003100*                                                                *
003200******************************************************************
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.          IBM-370.
003800 OBJECT-COMPUTER.          IBM-370.
003900 SPECIAL-NAMES.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     SELECT OUTPUT-REPORT ASSIGN TO UT-S-REPORT.
004400     SELECT OPTIONAL PARM-FILE ASSIGN TO UT-S-PARM
004500         FILE STATUS IS WS-PARM-FILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900
005000 FD  OUTPUT-REPORT
005100     RECORDING MODE IS F
005200     RECORD CONTAINS 200 CHARACTERS
005300     LABEL RECORDS ARE STANDARD
005400     BLOCK CONTAINS 0 RECORDS.
005500
005600 01  OUTPUT-REPORT-REC                PIC  X(200).
005700
005800******************************************************************
005900*  RUN-CONTROL PARM - AN OPTIONAL CIF_ID RANGE SO A LARGE TABLE  *
006000*  CAN BE SWEPT IN SLICES.  A MISSING OR EMPTY PARM FILE, OR A   *
006100*  BLANK BOUND, LEAVES THAT END OF THE RANGE OPEN.               *
006200******************************************************************
006300 FD  PARM-FILE
006400     RECORDING MODE IS F
006500     RECORD CONTAINS 80 CHARACTERS
006600     LABEL RECORDS ARE STANDARD
006700     BLOCK CONTAINS 0 RECORDS.
006800
006900 01  PARM-FILE-REC.
007000     05 PARM-CIF-FROM               PIC  X(09).
007100     05 PARM-CIF-TO                 PIC  X(09).
007200     05 FILLER                      PIC  X(62).
007300
007400******************************************************************
007500******************************************************************
007600*                 W O R K I N G   S T O R A G E                  *
007700******************************************************************
007800******************************************************************
007900
008000 WORKING-STORAGE SECTION.
008100
008200 01 WE-EYE-CATCHER                    PIC  X(80) VALUE
008300        'WORKING STORAGE FOR CLADRBLD BEGINS HERE'.
008400
008500 01 WORKING-VARIABLES.
008600    05 W-TIMESTAMP                    PIC  X(26) VALUE SPACES.
008700    05 W-PROGRAM                      PIC  X(08) VALUE 'CLADRBLD'.
008800    05 W-CLCADRSM                     PIC  X(08) VALUE 'CLCADRSM'.
008900    05 W-EOF                          PIC  X(01) VALUE 'N'.
009000    05 W-RETURN-CODE                  PIC  9(04) VALUE 0.
009100
009200*  HOST VARIABLES FOR ONE ACTIVE LOCATION VERSION                *
009300    05 W-CIF-ID                       PIC  X(09) VALUE SPACES.
009400    05 W-CIF-SFX                      PIC  X(04) VALUE SPACES.
009500    05 W-LOC-ID                       PIC S9(09) USAGE COMP.
009600    05 W-CO-ID                        PIC S9(09) USAGE COMP.
009700    05 W-LOC-NM                       PIC  X(90) VALUE SPACES.
009800    05 W-BILL-CD                      PIC  X(01) VALUE SPACES.
009900    05 W-DELY-CD                      PIC  X(01) VALUE SPACES.
010000    05 W-DBA-CD                       PIC  X(01) VALUE SPACES.
010100    05 W-PHYS-ADDR                    PIC  X(35) VALUE SPACES.
010200    05 W-PHYS-POSTAL                  PIC  X(09) VALUE SPACES.
010300    05 W-MAIL-POSTAL                  PIC  X(09) VALUE SPACES.
010400    05 W-CIF-MAIL-POSTC               PIC  X(11) VALUE SPACES.
010500    05 W-CIF-PHYS-POSTC               PIC  X(11) VALUE SPACES.
010600
010700*  POSTAL COMPARISON - THE CIF'S CODE AND THE LOCATION'S, BOTH   *
010800*  STANDARDIZED BY CLCADRSM                                      *
010900    05 W-CIF-POSTAL                   PIC  X(11) VALUE SPACES.
011000    05 W-LOC-POSTAL                   PIC  X(09) VALUE SPACES.
011100    05 W-STD-CIF-POSTAL               PIC  X(09) VALUE SPACES.
011200    05 W-STD-CIF-POSTAL5              PIC  X(05) VALUE SPACES.
011300    05 W-POSTAL-OK                    PIC  X(01) VALUE 'Y'.
011400
011500*  ONE FINDING, SET UP FOR 4000-WRITE-FINDING                    *
011600    05 W-FINDING                      PIC  X(14) VALUE SPACES.
011700    05 W-FINDING-TEXT                 PIC  X(40) VALUE SPACES.
011800    05 W-VALUE-1                      PIC  X(11) VALUE SPACES.
011900    05 W-VALUE-2                      PIC  X(11) VALUE SPACES.
012000    05 W-NUM-D                        PIC  ZZZZZ9.
012010
012020*  THE VERSION A FINDING IS SHOWN AGAINST.  NEVER THE HOST       *
012030*  VARIABLES - AT A CIF BREAK THOSE ALREADY HOLD THE FIRST       *
012040*  VERSION OF THE NEXT CIF.                                      *
012050    05 W-FD-CIF-ID                    PIC  X(09) VALUE SPACES.
012060    05 W-FD-CIF-SFX                   PIC  X(04) VALUE SPACES.
012070    05 W-FD-LOC-ID                    PIC S9(09) USAGE COMP.
012080    05 W-FD-CO-ID                     PIC S9(09) USAGE COMP.
012090    05 W-FD-LOC-NM                    PIC  X(40) VALUE SPACES.
012092    05 W-FD-BILL-CD                   PIC  X(01) VALUE SPACES.
012094    05 W-FD-DELY-CD                   PIC  X(01) VALUE SPACES.
012096    05 W-FD-DBA-CD                    PIC  X(01) VALUE SPACES.
012100
012200******************************************************************
012300*  ONE CIF GROUP - THE VERSIONS OF THE CIF IN HAND.  THE BILLING *
012400*  VERSIONS ARE KEPT SO A CIF WITH SEVERAL CAN LIST THEM ALL;    *
012500*  BEYOND THE TABLE THEY STILL COUNT BUT ARE NOT LISTED.         *
012600******************************************************************
012700 01 CIF-GROUP-VARIABLES.
012800    05 W-GRP-CIF-ID                   PIC  X(09) VALUE SPACES.
012900    05 W-GRP-VRSN-CNT                 PIC S9(09) USAGE COMP.
013000    05 W-GRP-BILL-CNT                 PIC S9(09) USAGE COMP.
013100    05 W-GRP-FINDING-IND              PIC  X(01) VALUE 'N'.
013200       88 W-GRP-HAS-FINDING                   VALUE 'Y'.
013300    05 W-GRP-FIRST-SFX                PIC  X(04) VALUE SPACES.
013400    05 W-GRP-FIRST-LOC                PIC S9(09) USAGE COMP.
013500    05 W-GRP-FIRST-CO                 PIC S9(09) USAGE COMP.
013600    05 W-GRP-FIRST-NM                 PIC  X(40) VALUE SPACES.
013700    05 W-BL-MAX                       PIC S9(04) USAGE COMP
013800                                                 VALUE +50.
013900    05 W-BL-USED                      PIC S9(04) USAGE COMP.
014000    05 W-BL-IX                        PIC S9(04) USAGE COMP.
014100
014200 01 BILLING-TABLE.
014300    05 W-BL-ENTRY OCCURS 50 TIMES.
014400       10 W-BL-CIF-SFX                PIC  X(04).
014500       10 W-BL-LOC-ID                 PIC S9(09) USAGE COMP.
014600       10 W-BL-CO-ID                  PIC S9(09) USAGE COMP.
014700       10 W-BL-LOC-NM                 PIC  X(40).
014800       10 W-BL-DELY-CD                PIC  X(01).
014900       10 W-BL-DBA-CD                 PIC  X(01).
015000
015100 01 WORKING-COUNTERS.
015200    05 W-VRSN-READ-CNT                PIC  9(09) VALUE 0.
015300    05 W-VRSN-READ-CNT-D              PIC  ZZZ,ZZZ,ZZ9.
015400    05 W-CIF-CHECKED-CNT              PIC  9(09) VALUE 0.
015500    05 W-CIF-CHECKED-CNT-D            PIC  ZZZ,ZZZ,ZZ9.
015600    05 W-CIF-FLAGGED-CNT              PIC  9(09) VALUE 0.
015700    05 W-CIF-FLAGGED-CNT-D            PIC  ZZZ,ZZZ,ZZ9.
015800    05 W-NO-BILL-CNT                  PIC  9(09) VALUE 0.
015900    05 W-NO-BILL-CNT-D                PIC  ZZZ,ZZZ,ZZ9.
016000    05 W-MULTI-BILL-CNT               PIC  9(09) VALUE 0.
016100    05 W-MULTI-BILL-CNT-D             PIC  ZZZ,ZZZ,ZZ9.
016200    05 W-DELY-NO-PHYS-CNT             PIC  9(09) VALUE 0.
016300    05 W-DELY-NO-PHYS-CNT-D           PIC  ZZZ,ZZZ,ZZ9.
016400    05 W-MAIL-POSTC-CNT               PIC  9(09) VALUE 0.
016500    05 W-MAIL-POSTC-CNT-D             PIC  ZZZ,ZZZ,ZZ9.
016600    05 W-PHYS-POSTC-CNT               PIC  9(09) VALUE 0.
016700    05 W-PHYS-POSTC-CNT-D             PIC  ZZZ,ZZZ,ZZ9.
016800    05 W-FINDING-CNT                  PIC  9(09) VALUE 0.
016900    05 W-FINDING-CNT-D                PIC  ZZZ,ZZZ,ZZ9.
017000
017100******************************************************************
017200*  CIF_ID RANGE LOADED FROM PARM-FILE                            *
017300******************************************************************
017400 01 PARM-VARIABLES.
017500    05 WS-PARM-EOF                    PIC  X(01) VALUE 'N'.
017600    05 WS-PARM-FILE-STATUS            PIC  X(02) VALUE '00'.
017700    05 WS-PARM-CIF-FROM               PIC  X(09) VALUE SPACES.
017800    05 WS-PARM-CIF-TO                 PIC  X(09) VALUE SPACES.
017900
018000******************************************************************
018100* SQL ERROR HANDLING VARIABLES                                   *
018200******************************************************************
018300
018400 01 ERROR-CODE.
018500    05 WD-SQL-CODE                    PIC  9(09) VALUE ZERO.
018600
018700******************************************************************
018800*  COPY VARIABLES                                                *
018900******************************************************************
019000
019100 COPY CLCADRSB.
019200
019300******************************************************************
019400*  SQL COMMUNICATIONS AREA                                       *
019500******************************************************************
019600
019700     EXEC SQL
019800        INCLUDE SQLCA
019900     END-EXEC.
020000
020100******************************************************************
020200*  SQL CURSORS                                                   *
020300******************************************************************
020400
020500* every unexpired location version that carries a CIF, in CIF
020600* order so each CIF's versions arrive together.  A version with
020700* no CIF has no CIF-level roles to check.
020800     EXEC SQL
020900       DECLARE ROLESWP CURSOR FOR
021000        SELECT CIF_ID
021100              ,CIF_SUB_CD
021200              ,LOC_ID
021300              ,CO_ID
021400              ,LOC_NM
021500              ,BILL_ADDR_CD
021600              ,DELY_ADDR_CD
021700              ,DBA_NME_CD
021800              ,PHYS_ADDR_1
021900              ,PHYS_POSTAL_C
022000              ,MAILING_POSTAL_C
022100              ,CIF_MAIL_POSTC
022200              ,CIF_PHYS_POSTC
022300          FROM CL.TCLF_CO_LOCN_DTL
022400         WHERE CO_LOCN_EFF_TS <= :W-TIMESTAMP
022500           AND EXP_TS         >= :W-TIMESTAMP
022600           AND CIF_ID          > ' '
022700           AND (:WS-PARM-CIF-FROM = ' '
022800             OR CIF_ID         >= :WS-PARM-CIF-FROM)
022900           AND (:WS-PARM-CIF-TO   = ' '
023000             OR CIF_ID         <= :WS-PARM-CIF-TO)
023100         ORDER BY CIF_ID
023200                 ,LOC_ID
023300       WITH UR
023400     END-EXEC.
023500
023600******************************************************************
023700*  OUTPUT REPORT                                                 *
023800******************************************************************
023900
024000 01 BLANK-LINE                     PIC  X(80) VALUE SPACES.
024100
024200 01 REPORT-HEADER-1.
024300    05 FILLER                      PIC  X(01) VALUE SPACES.
024400    05 WO-MONTH                    PIC  X(02) VALUE SPACES.
024500    05 FILLER                      PIC  X(01) VALUE '/'.
024600    05 WO-DAY                      PIC  X(02) VALUE SPACES.
024700    05 FILLER                      PIC  X(01) VALUE '/'.
024800    05 WO-YEAR                     PIC  X(04) VALUE SPACES.
024900    05 FILLER                      PIC  X(03) VALUE SPACES.
025000    05 WO-HOUR                     PIC  X(02) VALUE SPACES.
025100    05 FILLER                      PIC  X(01) VALUE ':'.
025200    05 WO-MINUTE                   PIC  X(02) VALUE SPACES.
025300    05 FILLER                      PIC  X(05) VALUE SPACES.
025400    05 FILLER                      PIC  X(50) VALUE
025500               'CIF ADDRESS-ROLE INTEGRITY SWEEP'.
025600
025700 01 REPORT-HEADER-2.
025800    05 FILLER                      PIC  X(01) VALUE SPACES.
025900    05 FILLER                      PIC  X(20) VALUE
026000               'Program: CLADRBLD'.
026100    05 FILLER                      PIC  X(12) VALUE
026200               'CIF Range: '.
026300    05 WO-CIF-FROM                 PIC  X(09) VALUE SPACES.
026400    05 FILLER                      PIC  X(06) VALUE
026500               ' thru '.
026600    05 WO-CIF-TO                   PIC  X(09) VALUE SPACES.
026700
026800 01 REPORT-HEADER-3.
026900    05 FILLER                      PIC  X(01) VALUE SPACES.
027000    05 FILLER                      PIC  X(15) VALUE
027100               'Finding'.
027200    05 FILLER                      PIC  X(16) VALUE
027300               'Cif-Sfx'.
027400    05 FILLER                      PIC  X(11) VALUE
027500               'Loc'.
027600    05 FILLER                      PIC  X(11) VALUE
027700               'Co'.
027800    05 FILLER                      PIC  X(07) VALUE
027900               'B D N'.
028000    05 FILLER                      PIC  X(42) VALUE
028100               'Location Name'.
028200    05 FILLER                      PIC  X(42) VALUE
028300               'Detail'.
028400    05 FILLER                      PIC  X(26) VALUE
028500               'Values'.
028600
028700 01 REPORT-DETAIL.
028800    05 FILLER                      PIC  X(01) VALUE SPACES.
028900    05 WO-FINDING                  PIC  X(15) VALUE SPACES.
029000    05 WO-CIF-ID                   PIC  X(16) VALUE SPACES.
029100    05 WO-LOC-ID                   PIC  ZZZZZZZZ9.
029200    05 FILLER                      PIC  X(02) VALUE SPACES.
029300    05 WO-CO-ID                    PIC  ZZZZZZZZ9.
029400    05 FILLER                      PIC  X(02) VALUE SPACES.
029500    05 WO-BILL-CD                  PIC  X(01) VALUE SPACES.
029600    05 FILLER                      PIC  X(01) VALUE SPACES.
029700    05 WO-DELY-CD                  PIC  X(01) VALUE SPACES.
029800    05 FILLER                      PIC  X(01) VALUE SPACES.
029900    05 WO-DBA-CD                   PIC  X(01) VALUE SPACES.
030000    05 FILLER                      PIC  X(02) VALUE SPACES.
030100    05 WO-LOC-NM                   PIC  X(42) VALUE SPACES.
030200    05 WO-FINDING-TEXT             PIC  X(42) VALUE SPACES.
030300    05 WO-VALUE-1                  PIC  X(11) VALUE SPACES.
030400    05 FILLER                      PIC  X(04) VALUE ' VS '.
030500    05 WO-VALUE-2                  PIC  X(11) VALUE SPACES.
030600
030700******************************************************************
030800******************************************************************
030900*               P R O C E D U R E  D I V I S I O N               *
031000******************************************************************
031100******************************************************************
031200
031300 PROCEDURE DIVISION.
031400
031500      PERFORM 0000-INITIALIZE THRU 0000-EXIT.
031600
031700      PERFORM 1000-PROCESS    THRU 1000-EXIT
031800        UNTIL W-EOF      = 'Y'.
031900
032000      IF W-GRP-CIF-ID NOT = SPACES
032100        PERFORM 3000-CIF-BREAK THRU 3000-EXIT
032200      END-IF.
032300
032400      PERFORM 9000-STATS      THRU 9000-EXIT.
032500      PERFORM 9999-CLOSE      THRU 9999-EXIT.
032600
032700      MOVE W-RETURN-CODE TO RETURN-CODE.
032800
032900      GOBACK.
033000
033100******************************************************************
033200*  0000-INITIALIZE                                               *
033300******************************************************************
033400
033500 0000-INITIALIZE.
033600
033700     OPEN OUTPUT OUTPUT-REPORT.
033800
033900     PERFORM 0100-READ-PARM   THRU 0100-EXIT.
034000
034100     EXEC SQL
034200       SET :W-TIMESTAMP = CURRENT TIMESTAMP
034300     END-EXEC.
034400
034500     EVALUATE SQLCODE
034600       WHEN +0
034700         MOVE W-TIMESTAMP(6:2)  TO WO-MONTH
034800         MOVE W-TIMESTAMP(9:2)  TO WO-DAY
034900         MOVE W-TIMESTAMP(1:4)  TO WO-YEAR
035000         MOVE W-TIMESTAMP(12:2) TO WO-HOUR
035100         MOVE W-TIMESTAMP(15:2) TO WO-MINUTE
035200        CONTINUE
035300       WHEN OTHER
035400         MOVE 'Y' TO W-EOF
035500         MOVE 8   TO W-RETURN-CODE
035600         MOVE SQLCODE TO WD-SQL-CODE
035700         DISPLAY WD-SQL-CODE ' ERROR ON SET TIMESTAMP'
035800     END-EVALUATE.
035900
036000     INITIALIZE CIF-GROUP-VARIABLES
036100                BILLING-TABLE.
036200     MOVE 50 TO W-BL-MAX.
036300
036400     IF W-EOF = 'N'
036500       IF WS-PARM-CIF-FROM = SPACES
036600         MOVE '(FIRST)'        TO WO-CIF-FROM
036700       ELSE
036800         MOVE WS-PARM-CIF-FROM TO WO-CIF-FROM
036900       END-IF
037000       IF WS-PARM-CIF-TO = SPACES
037100         MOVE '(LAST)'         TO WO-CIF-TO
037200       ELSE
037300         MOVE WS-PARM-CIF-TO   TO WO-CIF-TO
037400       END-IF
037500       WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-1
037600       WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-2
037700       WRITE OUTPUT-REPORT-REC FROM BLANK-LINE
037800       WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-3
037900     END-IF.
038000
038100     IF W-EOF = 'N'
038200       PERFORM 0500-OPEN-CURSOR THRU 0500-EXIT
038300     END-IF.
038400
038500     IF W-EOF = 'N'
038600       PERFORM 0700-FETCH       THRU 0700-EXIT
038700     END-IF.
038800
038900 0000-EXIT.
039000      EXIT.
039100
039200******************************************************************
039300* 0100-READ-PARM                                                 *
039400* A MISSING OR EMPTY PARM FILE SWEEPS EVERY CIF.  A RANGE THAT   *
039500* RUNS BACKWARDS IS REFUSED RATHER THAN SWEEPING NOTHING AND     *
039600* REPORTING A CLEAN TABLE.                                       *
039700******************************************************************
039800
039900 0100-READ-PARM.
040000
040100     OPEN INPUT PARM-FILE.
040200
040300     IF WS-PARM-FILE-STATUS = '05'
040400       MOVE 'Y' TO WS-PARM-EOF
040500     ELSE
040600       READ PARM-FILE
040700         AT END
040800           MOVE 'Y' TO WS-PARM-EOF
040900       END-READ
041000     END-IF.
041100
041200     IF WS-PARM-EOF = 'N'
041300       MOVE PARM-CIF-FROM TO WS-PARM-CIF-FROM
041400       MOVE PARM-CIF-TO   TO WS-PARM-CIF-TO
041500     END-IF.
041600
041700     CLOSE PARM-FILE.
041800
041900     IF WS-PARM-CIF-FROM NOT = SPACES
042000        AND WS-PARM-CIF-TO NOT = SPACES
042100        AND WS-PARM-CIF-FROM > WS-PARM-CIF-TO
042200       DISPLAY 'CLADRBLD CIF RANGE ' WS-PARM-CIF-FROM ' THRU '
042300           WS-PARM-CIF-TO ' RUNS BACKWARDS - RUN STOPPED'
042400       MOVE 'Y' TO W-EOF
042500       MOVE 8   TO W-RETURN-CODE
042600       GO TO 0100-EXIT
042700     END-IF.
042800
042900     DISPLAY 'CLADRBLD SWEEPING CIF RANGE ' WS-PARM-CIF-FROM
043000         ' THRU ' WS-PARM-CIF-TO.
043100
043200 0100-EXIT.
043300      EXIT.
043400
043500******************************************************************
043600* 0500-OPEN-CURSOR                                               *
043700******************************************************************
043800
043900 0500-OPEN-CURSOR.
044000
044100     EXEC SQL
044200       OPEN ROLESWP
044300     END-EXEC.
044400
044500     EVALUATE SQLCODE
044600       WHEN +0
044700         CONTINUE
044800       WHEN OTHER
044900         MOVE 'Y' TO W-EOF
045000         MOVE 8   TO W-RETURN-CODE
045100         MOVE SQLCODE TO WD-SQL-CODE
045200         DISPLAY WD-SQL-CODE ' ERROR ON OPEN CURSOR'
045300     END-EVALUATE.
045400
045500 0500-EXIT.
045600      EXIT.
045700
045800******************************************************************
045900* 0700-FETCH                                                     *
046000******************************************************************
046100
046200 0700-FETCH.
046300
046400     EXEC SQL
046500       FETCH ROLESWP
046600        INTO :W-CIF-ID
046700            ,:W-CIF-SFX
046800            ,:W-LOC-ID
046900            ,:W-CO-ID
047000            ,:W-LOC-NM
047100            ,:W-BILL-CD
047200            ,:W-DELY-CD
047300            ,:W-DBA-CD
047400            ,:W-PHYS-ADDR
047500            ,:W-PHYS-POSTAL
047600            ,:W-MAIL-POSTAL
047700            ,:W-CIF-MAIL-POSTC
047800            ,:W-CIF-PHYS-POSTC
047900     END-EXEC.
048000
048100     EVALUATE SQLCODE
048200       WHEN +0
048300         ADD 1 TO W-VRSN-READ-CNT
048400       WHEN +100
048500         MOVE 'Y' TO W-EOF
048600       WHEN OTHER
048700         MOVE 'Y' TO W-EOF
048800         MOVE 8   TO W-RETURN-CODE
048900         MOVE SQLCODE TO WD-SQL-CODE
049000         DISPLAY WD-SQL-CODE ' ERROR ON FETCH CURSOR'
049100     END-EVALUATE.
049200
049300 0700-EXIT.
049400      EXIT.
049500
049600******************************************************************
049700* 1000-PROCESS                                                   *
049800* A CHANGE OF CIF_ID CLOSES THE PREVIOUS CIF'S GROUP (ITS        *
049900* BILLING COUNT CAN ONLY BE JUDGED ONCE ALL ITS VERSIONS ARE IN) *
050000* BEFORE THE NEW VERSION IS CHECKED ON ITS OWN.                  *
050100******************************************************************
050200
050300 1000-PROCESS.
050400
050500     IF W-CIF-ID NOT = W-GRP-CIF-ID
050600       IF W-GRP-CIF-ID NOT = SPACES
050700         PERFORM 3000-CIF-BREAK THRU 3000-EXIT
050800       END-IF
050900       PERFORM 1100-START-GROUP THRU 1100-EXIT
051000     END-IF.
051100
051200     ADD 1 TO W-GRP-VRSN-CNT.
051300
051400     IF W-BILL-CD = 'Y'
051500       PERFORM 1200-KEEP-BILLING THRU 1200-EXIT
051600     END-IF.
051700
051800     PERFORM 2000-CHECK-VERSION THRU 2000-EXIT.
051900
052000     PERFORM 0700-FETCH         THRU 0700-EXIT.
052100
052200 1000-EXIT.
052300      EXIT.
052400
052500******************************************************************
052600* 1100-START-GROUP                                               *
052700* THE FIRST VERSION OF A CIF - REMEMBERED SO A CIF WITH NO       *
052800* BILLING ADDRESS HAS A LOCATION TO SHOW ON ITS FINDING LINE.    *
052900******************************************************************
053000
053100 1100-START-GROUP.
053200
053300     MOVE W-CIF-ID      TO W-GRP-CIF-ID.
053400     MOVE 0             TO W-GRP-VRSN-CNT
053500                           W-GRP-BILL-CNT
053600                           W-BL-USED.
053700     MOVE 'N'           TO W-GRP-FINDING-IND.
053800     MOVE W-CIF-SFX     TO W-GRP-FIRST-SFX.
053900     MOVE W-LOC-ID      TO W-GRP-FIRST-LOC.
054000     MOVE W-CO-ID       TO W-GRP-FIRST-CO.
054100     MOVE W-LOC-NM(1:40) TO W-GRP-FIRST-NM.
054200
054300 1100-EXIT.
054400      EXIT.
054500
054600******************************************************************
054700* 1200-KEEP-BILLING                                              *
054800******************************************************************
054900
055000 1200-KEEP-BILLING.
055100
055200     ADD 1 TO W-GRP-BILL-CNT.
055300
055400     IF W-BL-USED NOT < W-BL-MAX
055500       GO TO 1200-EXIT
055600     END-IF.
055700
055800     ADD 1 TO W-BL-USED.
055900     MOVE W-CIF-SFX      TO W-BL-CIF-SFX(W-BL-USED).
056000     MOVE W-LOC-ID       TO W-BL-LOC-ID(W-BL-USED).
056100     MOVE W-CO-ID        TO W-BL-CO-ID(W-BL-USED).
056200     MOVE W-LOC-NM(1:40) TO W-BL-LOC-NM(W-BL-USED).
056300     MOVE W-DELY-CD      TO W-BL-DELY-CD(W-BL-USED).
056400     MOVE W-DBA-CD       TO W-BL-DBA-CD(W-BL-USED).
056500
056600 1200-EXIT.
056700      EXIT.
056800
056900******************************************************************
057000* 2000-CHECK-VERSION                                             *
057100* THE CHECKS THAT STAND ON ONE VERSION ALONE: A DELIVERY ADDRESS *
057200* NEEDS A PHYSICAL STREET AND POSTAL CODE, AND THE CIF'S OWN     *
057300* MAILING AND PHYSICAL POSTAL CODES MUST AGREE WITH THE          *
057400* VERSION'S.                                                     *
057500******************************************************************
057600
057700 2000-CHECK-VERSION.
057800
057810     MOVE W-CIF-ID        TO W-FD-CIF-ID.
057820     MOVE W-CIF-SFX       TO W-FD-CIF-SFX.
057830     MOVE W-LOC-ID        TO W-FD-LOC-ID.
057840     MOVE W-CO-ID         TO W-FD-CO-ID.
057850     MOVE W-LOC-NM(1:40)  TO W-FD-LOC-NM.
057860     MOVE W-BILL-CD       TO W-FD-BILL-CD.
057870     MOVE W-DELY-CD       TO W-FD-DELY-CD.
057880     MOVE W-DBA-CD        TO W-FD-DBA-CD.
057890
057900     IF W-DELY-CD = 'Y'
058000        AND (W-PHYS-ADDR   = SPACES
058100          OR W-PHYS-POSTAL = SPACES)
058200       ADD 1 TO W-DELY-NO-PHYS-CNT
058300       MOVE 'DELY-NO-PHYS'            TO W-FINDING
058400       MOVE 'DELIVERY ADDRESS WITH NO PHYSICAL ADDRESS'
058500         TO W-FINDING-TEXT
058600       MOVE W-PHYS-ADDR(1:11)         TO W-VALUE-1
058700       MOVE W-PHYS-POSTAL             TO W-VALUE-2
058800       PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
058900     END-IF.
059000
059100     MOVE W-CIF-MAIL-POSTC TO W-CIF-POSTAL.
059200     MOVE W-MAIL-POSTAL    TO W-LOC-POSTAL.
059300     PERFORM 2100-COMPARE-POSTAL THRU 2100-EXIT.
059400
059500     IF W-POSTAL-OK = 'N'
059600       ADD 1 TO W-MAIL-POSTC-CNT
059700       MOVE 'MAIL-POSTC'              TO W-FINDING
059800       MOVE 'CIF MAILING POSTAL DISAGREES WITH LOC'
059900         TO W-FINDING-TEXT
060000       MOVE W-CIF-POSTAL              TO W-VALUE-1
060100       MOVE W-LOC-POSTAL              TO W-VALUE-2
060200       PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
060300     END-IF.
060400
060500     MOVE W-CIF-PHYS-POSTC TO W-CIF-POSTAL.
060600     MOVE W-PHYS-POSTAL    TO W-LOC-POSTAL.
060700     PERFORM 2100-COMPARE-POSTAL THRU 2100-EXIT.
060800
060900     IF W-POSTAL-OK = 'N'
061000       ADD 1 TO W-PHYS-POSTC-CNT
061100       MOVE 'PHYS-POSTC'              TO W-FINDING
061200       MOVE 'CIF PHYSICAL POSTAL DISAGREES WITH LOC'
061300         TO W-FINDING-TEXT
061400       MOVE W-CIF-POSTAL              TO W-VALUE-1
061500       MOVE W-LOC-POSTAL              TO W-VALUE-2
061600       PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
061700     END-IF.
061800
061900 2000-EXIT.
062000      EXIT.
062100
062200******************************************************************
062300* 2100-COMPARE-POSTAL                                            *
062400* BOTH CODES THROUGH CLCADRSM.  THE FIVE-DIGIT BASES MUST AGREE; *
062500* PAST THAT ONLY TWO FULL ZIP+4 CODES CAN DISAGREE.  A BLANK ON  *
062600* EITHER SIDE HAS NOTHING TO DISAGREE WITH.                      *
062700******************************************************************
062800
062900 2100-COMPARE-POSTAL.
063000
063100     MOVE 'Y' TO W-POSTAL-OK.
063200
063300     IF W-CIF-POSTAL = SPACES
063400        OR W-LOC-POSTAL = SPACES
063500       GO TO 2100-EXIT
063600     END-IF.
063700
063800     MOVE SPACES       TO CLCADRSM-ADDR-IN
063900                          CLCADRSM-CITY-IN
064000                          CLCADRSM-ST-IN.
064100     MOVE W-CIF-POSTAL TO CLCADRSM-POSTAL-IN.
064200     CALL W-CLCADRSM USING CLCADRSM-PARMS.
064300     MOVE CLCADRSM-POSTAL-OUT  TO W-STD-CIF-POSTAL.
064400     MOVE CLCADRSM-POSTAL5-OUT TO W-STD-CIF-POSTAL5.
064500
064600     MOVE SPACES       TO CLCADRSM-ADDR-IN
064700                          CLCADRSM-CITY-IN
064800                          CLCADRSM-ST-IN
064900                          CLCADRSM-POSTAL-IN.
065000     MOVE W-LOC-POSTAL TO CLCADRSM-POSTAL-IN.
065100     CALL W-CLCADRSM USING CLCADRSM-PARMS.
065200
065300     IF CLCADRSM-POSTAL5-OUT NOT = W-STD-CIF-POSTAL5
065400       MOVE 'N' TO W-POSTAL-OK
065500       GO TO 2100-EXIT
065600     END-IF.
065700
065800     IF CLCADRSM-POSTAL-OUT(6:4) NOT = SPACES
065900        AND W-STD-CIF-POSTAL(6:4) NOT = SPACES
066000        AND CLCADRSM-POSTAL-OUT NOT = W-STD-CIF-POSTAL
066100       MOVE 'N' TO W-POSTAL-OK
066200     END-IF.
066300
066400 2100-EXIT.
066500      EXIT.
066600
066700******************************************************************
066800* 3000-CIF-BREAK                                                 *
066900* ALL OF ONE CIF'S VERSIONS ARE IN - EXACTLY ONE MAY BILL.  A    *
067000* CIF WITH NONE IS SHOWN AGAINST ITS FIRST VERSION; A CIF WITH   *
067100* SEVERAL LISTS EVERY BILLING VERSION KEPT.                      *
067200******************************************************************
067300
067400 3000-CIF-BREAK.
067500
067600     ADD 1 TO W-CIF-CHECKED-CNT.
067700
067800     MOVE W-GRP-BILL-CNT TO W-NUM-D.
067900     MOVE W-NUM-D        TO W-VALUE-1.
068000     MOVE W-GRP-VRSN-CNT TO W-NUM-D.
068100     MOVE W-NUM-D        TO W-VALUE-2.
068200
068300     EVALUATE TRUE
068400       WHEN W-GRP-BILL-CNT = 0
068500         ADD 1 TO W-NO-BILL-CNT
068600         MOVE 'BILL-NONE'         TO W-FINDING
068700         MOVE 'CIF HAS NO BILLING ADDRESS'
068800           TO W-FINDING-TEXT
068900         MOVE W-GRP-CIF-ID        TO W-FD-CIF-ID
069000         MOVE W-GRP-FIRST-SFX     TO W-FD-CIF-SFX
069100         MOVE W-GRP-FIRST-LOC     TO W-FD-LOC-ID
069200         MOVE W-GRP-FIRST-CO      TO W-FD-CO-ID
069300         MOVE W-GRP-FIRST-NM      TO W-FD-LOC-NM
069400         MOVE SPACES              TO W-FD-BILL-CD
069500                                     W-FD-DELY-CD
069600                                     W-FD-DBA-CD
069700         PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
069800       WHEN W-GRP-BILL-CNT > 1
069900         ADD 1 TO W-MULTI-BILL-CNT
070000         MOVE 'BILL-MULTI'        TO W-FINDING
070100         MOVE 'CIF HAS MORE THAN ONE BILLING ADDRESS'
070200           TO W-FINDING-TEXT
070300         PERFORM 3100-LIST-BILLING THRU 3100-EXIT
070400           VARYING W-BL-IX FROM 1 BY 1
070500           UNTIL W-BL-IX > W-BL-USED
070600         IF W-GRP-BILL-CNT > W-BL-USED
070700           DISPLAY 'CLADRBLD - ' W-GRP-CIF-ID ' HAS '
070800               W-VALUE-1 ' BILLING ADDRESSES - FIRST '
070900               W-BL-MAX ' LISTED'
071000         END-IF
071100       WHEN OTHER
071200         CONTINUE
071300     END-EVALUATE.
071400
071500     IF W-GRP-HAS-FINDING
071600       ADD 1 TO W-CIF-FLAGGED-CNT
071700     END-IF.
071800
071900 3000-EXIT.
072000      EXIT.
072100
072200******************************************************************
072300* 3100-LIST-BILLING                                              *
072400******************************************************************
072500
072600 3100-LIST-BILLING.
072700
072800     MOVE W-GRP-CIF-ID              TO W-FD-CIF-ID.
072900     MOVE W-BL-CIF-SFX(W-BL-IX)     TO W-FD-CIF-SFX.
073000     MOVE W-BL-LOC-ID(W-BL-IX)      TO W-FD-LOC-ID.
073100     MOVE W-BL-CO-ID(W-BL-IX)       TO W-FD-CO-ID.
073200     MOVE W-BL-LOC-NM(W-BL-IX)      TO W-FD-LOC-NM.
073300     MOVE 'Y'                       TO W-FD-BILL-CD.
073400     MOVE W-BL-DELY-CD(W-BL-IX)     TO W-FD-DELY-CD.
073500     MOVE W-BL-DBA-CD(W-BL-IX)      TO W-FD-DBA-CD.
073600
073700     PERFORM 4000-WRITE-FINDING THRU 4000-EXIT.
073800
073900 3100-EXIT.
074000      EXIT.
074100
074200******************************************************************
074300* 4000-WRITE-FINDING                                             *
074400* ONE FINDING LINE FROM W-FINDING, ITS TEXT AND VALUES, AND THE  *
074500* VERSION IN THE W-FD- FIELDS.                                   *
074600******************************************************************
074700
074800 4000-WRITE-FINDING.
074900
075000     ADD 1   TO W-FINDING-CNT.
075100     MOVE 'Y' TO W-GRP-FINDING-IND.
075200
075300     MOVE W-FINDING          TO WO-FINDING.
075400     MOVE SPACES             TO WO-CIF-ID.
075500     MOVE W-FD-CIF-ID        TO WO-CIF-ID(1:9).
075600     MOVE '-'                TO WO-CIF-ID(10:1).
075700     MOVE W-FD-CIF-SFX       TO WO-CIF-ID(11:4).
075800     MOVE W-FD-LOC-ID        TO WO-LOC-ID.
075900     MOVE W-FD-CO-ID         TO WO-CO-ID.
076000     MOVE W-FD-BILL-CD       TO WO-BILL-CD.
076100     MOVE W-FD-DELY-CD       TO WO-DELY-CD.
076200     MOVE W-FD-DBA-CD        TO WO-DBA-CD.
076300     MOVE W-FD-LOC-NM        TO WO-LOC-NM.
076400     MOVE W-FINDING-TEXT     TO WO-FINDING-TEXT.
076500     MOVE W-VALUE-1          TO WO-VALUE-1.
076600     MOVE W-VALUE-2          TO WO-VALUE-2.
076700
076800     WRITE OUTPUT-REPORT-REC FROM REPORT-DETAIL.
076900
077000 4000-EXIT.
077100      EXIT.
077200
077300******************************************************************
077400* 9000-STATS                                                     *
077500******************************************************************
077600
077700 9000-STATS.
077800
077900     MOVE W-VRSN-READ-CNT     TO W-VRSN-READ-CNT-D.
078000     MOVE W-CIF-CHECKED-CNT   TO W-CIF-CHECKED-CNT-D.
078100     MOVE W-CIF-FLAGGED-CNT   TO W-CIF-FLAGGED-CNT-D.
078200     MOVE W-NO-BILL-CNT       TO W-NO-BILL-CNT-D.
078300     MOVE W-MULTI-BILL-CNT    TO W-MULTI-BILL-CNT-D.
078400     MOVE W-DELY-NO-PHYS-CNT  TO W-DELY-NO-PHYS-CNT-D.
078500     MOVE W-MAIL-POSTC-CNT    TO W-MAIL-POSTC-CNT-D.
078600     MOVE W-PHYS-POSTC-CNT    TO W-PHYS-POSTC-CNT-D.
078700     MOVE W-FINDING-CNT       TO W-FINDING-CNT-D.
078800
078900     DISPLAY 'Active Versions Read    : ' W-VRSN-READ-CNT-D.
079000     DISPLAY 'CIFs Checked            : ' W-CIF-CHECKED-CNT-D.
079100     DISPLAY 'CIFs With A Finding     : ' W-CIF-FLAGGED-CNT-D.
079200     DISPLAY '  No Billing Address    : ' W-NO-BILL-CNT-D.
079300     DISPLAY '  Several Billing Addrs : ' W-MULTI-BILL-CNT-D.
079400     DISPLAY 'Delivery, No Physical   : ' W-DELY-NO-PHYS-CNT-D.
079500     DISPLAY 'Mailing Postal Mismatch : ' W-MAIL-POSTC-CNT-D.
079600     DISPLAY 'Physical Postal Mismatch: ' W-PHYS-POSTC-CNT-D.
079700     DISPLAY 'Finding Lines Written   : ' W-FINDING-CNT-D.
079800
079900 9000-EXIT.
080000      EXIT.
080100
080200******************************************************************
080300* 9999-CLOSE                                                     *
080400******************************************************************
080500
080600 9999-CLOSE.
080700
080800     EXEC SQL
080900       CLOSE ROLESWP
081000     END-EXEC.
081100
081200     CLOSE OUTPUT-REPORT.
081300
081400 9999-EXIT.
081500      EXIT.
081600
081700******************************************************************
081800******************************************************************
081900*                   E N D   O F   P R O G R A M                  *
082000******************************************************************
082100******************************************************************
