000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLADRCLD.
000300 AUTHOR.        AMBICA
000400 DATE-WRITTEN.  10/2026.
000500
000600******************************************************************
000700******************************************************************
000800*                                                                *
000900*                   C  L  A  D  R  C  L  D                       *
001000*                                                                *
001100*  What-if calibration comparison.  Reads two CLADRILD           *
001200*  disposition extracts - typically two simulate runs over the   *
001300*  same CIF-ID range with different confidence-minimum or        *
001400*  standardization settings - and matches them on CIF-ID/SFX.    *
001500*  Every candidate whose disposition (or merge target) differs   *
001600*  between run A and run B is listed with both sides' target     *
001700*  LOC-ID, CO-ID and CDI/SSI/ISA/patron indicators, and a        *
001800*  transition matrix counts the candidates moving from each      *
001900*  run A disposition to each run B disposition, with the         *
002000*  patron-impacted and EDI-impacted count of every transition.   *
002100*  A candidate present in only one run moves to or from          *
002200*  "(NOT IN RUN A)" / "(NOT IN RUN B)".  Files only - no DB2.    *
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
003500     SELECT OUTPUT-REPORT ASSIGN TO UT-S-REPORT.
003600     SELECT DISP-FILE-A   ASSIGN TO UT-S-DISPA.
003700     SELECT DISP-FILE-B   ASSIGN TO UT-S-DISPB.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100
004200 FD  OUTPUT-REPORT
004300     RECORDING MODE IS F
004400     RECORD CONTAINS 200 CHARACTERS
004500     LABEL RECORDS ARE STANDARD
004600     BLOCK CONTAINS 0 RECORDS.
004700
004800 01  OUTPUT-REPORT-REC                PIC  X(200).
004900
005000******************************************************************
005100*  DISPOSITION EXTRACTS (DD DEXTRCT OF THE TWO CLADRILD RUNS) -  *
005200*  PIPE-DELIMITED CIF-ID|SFX|DISPOSITION|LOC-ID|CO-ID|CDI|SSI|   *
005300*  ISA|PATRON|RUN-TS|RUN-ID|RULES.  BOTH MUST BE SORTED ON       *
005400*  CIF-ID/SFX (COLUMNS 1-14) BY THE PRECEDING SORT STEP - THE    *
005500*  NIGHTLY CURSOR ORDERS BY CIF-ID ONLY AND A PARTITIONED RUN    *
005600*  WRITES ONE EXTRACT PER PARTITION.  A FILE OUT OF SEQUENCE     *
005700*  STOPS THE RUN.                                                *
005800******************************************************************
005900 FD  DISP-FILE-A
006000     RECORDING MODE IS F
006100     RECORD CONTAINS 200 CHARACTERS
006200     LABEL RECORDS ARE STANDARD
006300     BLOCK CONTAINS 0 RECORDS.
006400
006500 01  DISP-FILE-A-REC                  PIC  X(200).
006600
006700 FD  DISP-FILE-B
006800     RECORDING MODE IS F
006900     RECORD CONTAINS 200 CHARACTERS
007000     LABEL RECORDS ARE STANDARD
007100     BLOCK CONTAINS 0 RECORDS.
007200
007300 01  DISP-FILE-B-REC                  PIC  X(200).
007400
007500******************************************************************
007600******************************************************************
007700*                 W O R K I N G   S T O R A G E                  *
007800******************************************************************
007900******************************************************************
008000
008100 WORKING-STORAGE SECTION.
008200
008300 01 WE-EYE-CATCHER                    PIC  X(80) VALUE
008400        'WORKING STORAGE FOR CLADRCLD BEGINS HERE'.
008500
008600 01 WORKING-VARIABLES.
008700    05 W-DATE                         PIC  X(08) VALUE SPACES.
008800    05 W-TIME                         PIC  X(08) VALUE SPACES.
008900    05 W-PROGRAM                      PIC  X(08) VALUE 'CLADRCLD'.
009000    05 W-EOF                          PIC  X(01) VALUE 'N'.
009100    05 W-A-EOF                        PIC  X(01) VALUE 'N'.
009200    05 W-B-EOF                        PIC  X(01) VALUE 'N'.
009300    05 W-HAS-A                        PIC  X(01) VALUE 'N'.
009400    05 W-HAS-B                        PIC  X(01) VALUE 'N'.
009500    05 W-IMP-PATRON                   PIC  X(01) VALUE 'N'.
009600    05 W-IMP-EDI                      PIC  X(01) VALUE 'N'.
009700    05 W-NOTE                         PIC  X(30) VALUE SPACES.
009800    05 W-RETURN-CODE                  PIC  9(04) VALUE 0.
009900
010000 01 WORKING-COUNTERS.
010100    05 W-A-READ-CNT                   PIC  9(06) VALUE 0.
010200    05 W-A-READ-CNT-D                 PIC  ZZZ,ZZ9.
010300    05 W-B-READ-CNT                   PIC  9(06) VALUE 0.
010400    05 W-B-READ-CNT-D                 PIC  ZZZ,ZZ9.
010500    05 W-MATCHED-CNT                  PIC  9(06) VALUE 0.
010600    05 W-MATCHED-CNT-D                PIC  ZZZ,ZZ9.
010700    05 W-CHANGED-CNT                  PIC  9(06) VALUE 0.
010800    05 W-CHANGED-CNT-D                PIC  ZZZ,ZZ9.
010900    05 W-A-ONLY-CNT                   PIC  9(06) VALUE 0.
011000    05 W-A-ONLY-CNT-D                 PIC  ZZZ,ZZ9.
011100    05 W-B-ONLY-CNT                   PIC  9(06) VALUE 0.
011200    05 W-B-ONLY-CNT-D                 PIC  ZZZ,ZZ9.
011300    05 W-PATRON-IMPACT-CNT            PIC  9(06) VALUE 0.
011400    05 W-PATRON-IMPACT-CNT-D          PIC  ZZZ,ZZ9.
011500    05 W-EDI-IMPACT-CNT               PIC  9(06) VALUE 0.
011600    05 W-EDI-IMPACT-CNT-D             PIC  ZZZ,ZZ9.
011700    05 W-DUP-CNT                      PIC  9(06) VALUE 0.
011800    05 W-DUP-CNT-D                    PIC  ZZZ,ZZ9.
011900
012000******************************************************************
012100*  ONE EXTRACT RECORD OF EACH RUN, SPLIT ON THE PIPES.  AT END   *
012200*  OF FILE THE KEY GOES TO HIGH-VALUES SO THE MATCH DRAINS THE   *
012300*  OTHER FILE.  THE FIRST RECORD'S RUN-ID/RUN-TS IDENTIFY THE    *
012400*  RUN ON THE SUMMARY.                                           *
012500******************************************************************
012600 01 DISP-A-FIELDS.
012700    05 DA-KEY.
012800       10 DA-CIF-ID                   PIC  X(09) VALUE SPACES.
012900       10 DA-CIF-SFX                  PIC  X(04) VALUE SPACES.
013000    05 DA-DISPOSITION                 PIC  X(20) VALUE SPACES.
013100    05 DA-LOC-ID                      PIC  X(09) VALUE SPACES.
013200    05 DA-CO-ID                       PIC  X(09) VALUE SPACES.
013300    05 DA-CDI                         PIC  X(01) VALUE SPACES.
013400    05 DA-SSI                         PIC  X(01) VALUE SPACES.
013500    05 DA-ISA                         PIC  X(01) VALUE SPACES.
013600    05 DA-PATRON                      PIC  X(01) VALUE SPACES.
013700    05 DA-RUN-TS                      PIC  X(26) VALUE SPACES.
013800    05 DA-RUN-ID                      PIC  X(14) VALUE SPACES.
013900    05 DA-RULES                       PIC  X(90) VALUE SPACES.
014000    05 DA-PREV-KEY                    PIC  X(13) VALUE LOW-VALUES.
014100    05 DA-FIRST-RUN-ID                PIC  X(14) VALUE SPACES.
014200    05 DA-FIRST-RUN-TS                PIC  X(26) VALUE SPACES.
014300
014400 01 DISP-B-FIELDS.
014500    05 DB-KEY.
014600       10 DB-CIF-ID                   PIC  X(09) VALUE SPACES.
014700       10 DB-CIF-SFX                  PIC  X(04) VALUE SPACES.
014800    05 DB-DISPOSITION                 PIC  X(20) VALUE SPACES.
014900    05 DB-LOC-ID                      PIC  X(09) VALUE SPACES.
015000    05 DB-CO-ID                       PIC  X(09) VALUE SPACES.
015100    05 DB-CDI                         PIC  X(01) VALUE SPACES.
015200    05 DB-SSI                         PIC  X(01) VALUE SPACES.
015300    05 DB-ISA                         PIC  X(01) VALUE SPACES.
015400    05 DB-PATRON                      PIC  X(01) VALUE SPACES.
015500    05 DB-RUN-TS                      PIC  X(26) VALUE SPACES.
015600    05 DB-RUN-ID                      PIC  X(14) VALUE SPACES.
015700    05 DB-RULES                       PIC  X(90) VALUE SPACES.
015800    05 DB-PREV-KEY                    PIC  X(13) VALUE LOW-VALUES.
015900    05 DB-FIRST-RUN-ID                PIC  X(14) VALUE SPACES.
016000    05 DB-FIRST-RUN-TS                PIC  X(26) VALUE SPACES.
016100
016200******************************************************************
016300*  TRANSITION MATRIX - DISPOSITION NAMES ARE NUMBERED IN ORDER   *
016400*  OF FIRST APPEARANCE (EITHER RUN); CELL (FROM, TO) COUNTS THE  *
016500*  CANDIDATES WITH RUN A DISPOSITION FROM AND RUN B DISPOSITION  *
016600*  TO.  A CANDIDATE IS PATRON-IMPACTED WHEN EITHER RUN FLAGS IT  *
016700*  PATRON, EDI-IMPACTED WHEN EITHER RUN FLAGS CDI, SSI OR ISA.   *
016800*  THE LAST SLOT IS KEPT FOR "(OTHER)" SHOULD MORE DISTINCT      *
016900*  DISPOSITIONS TURN UP THAN THE TABLE HOLDS.                    *
017000******************************************************************
017100 01 DISP-NAME-VARIABLES.
017200    05 W-DN-USED                      PIC S9(04) USAGE COMP
017300                                                 VALUE +0.
017400    05 W-DN-MAX                       PIC S9(04) USAGE COMP
017500                                                 VALUE +39.
017600    05 W-DN-OTHER                     PIC S9(04) USAGE COMP
017700                                                 VALUE +40.
017800    05 W-DN-IX                        PIC S9(04) USAGE COMP.
017900    05 W-DN-HIT                       PIC S9(04) USAGE COMP.
018000    05 W-DN-FROM                      PIC S9(04) USAGE COMP.
018100    05 W-DN-TO                        PIC S9(04) USAGE COMP.
018200    05 W-DN-FOUND                     PIC  X(01) VALUE 'N'.
018300    05 W-DN-OVERFLOW                  PIC  X(01) VALUE 'N'.
018400    05 W-DN-SEEK                      PIC  X(20) VALUE SPACES.
018500
018600 01 DISP-NAME-TABLE.
018700    05 W-DN-ENTRY                     OCCURS 40 TIMES.
018800       10 W-DN-NAME                   PIC  X(20).
018900
019000 01 TRANSITION-MATRIX.
019100    05 W-TX-FROM                      OCCURS 40 TIMES.
019200       10 W-TX-TO                     OCCURS 40 TIMES.
019300          15 W-TX-CNT                 PIC S9(07) USAGE COMP.
019400          15 W-TX-PATRON              PIC S9(07) USAGE COMP.
019500          15 W-TX-EDI                 PIC S9(07) USAGE COMP.
019600
019700******************************************************************
019800*  OUTPUT REPORT                                                 *
019900******************************************************************
020000
020100 01 BLANK-LINE                     PIC  X(80) VALUE SPACES.
020200
020300 01 REPORT-HEADER-1.
020400    05 FILLER                      PIC  X(01) VALUE SPACES.
020500    05 WO-MONTH                    PIC  X(02) VALUE SPACES.
020600    05 FILLER                      PIC  X(01) VALUE '/'.
020700    05 WO-DAY                      PIC  X(02) VALUE SPACES.
020800    05 FILLER                      PIC  X(01) VALUE '/'.
020900    05 WO-YEAR                     PIC  X(04) VALUE SPACES.
021000    05 FILLER                      PIC  X(03) VALUE SPACES.
021100    05 WO-HOUR                     PIC  X(02) VALUE SPACES.
021200    05 FILLER                      PIC  X(01) VALUE ':'.
021300    05 WO-MINUTE                   PIC  X(02) VALUE SPACES.
021400    05 FILLER                      PIC  X(05) VALUE SPACES.
021500    05 FILLER                      PIC  X(50) VALUE
021600               'WHAT-IF DISPOSITION COMPARISON - RUN A TO RUN B'.
021700
021800 01 REPORT-HEADER-2.
021900    05 FILLER                      PIC  X(01) VALUE SPACES.
022000    05 FILLER                      PIC  X(20) VALUE
022100               'Program: CLADRCLD'.
022200
022300 01 REPORT-HEADER-3.
022400    05 FILLER                      PIC  X(01) VALUE SPACES.
022500    05 FILLER                      PIC  X(16) VALUE
022600               'Cif Id'.
022700    05 FILLER                      PIC  X(21) VALUE
022800               'Run A Disposition'.
022900    05 FILLER                      PIC  X(11) VALUE
023000               'Loc Id'.
023100    05 FILLER                      PIC  X(11) VALUE
023200               'Co Id'.
023300    05 FILLER                      PIC  X(06) VALUE
023400               'CSIP'.
023500    05 FILLER                      PIC  X(21) VALUE
023600               'Run B Disposition'.
023700    05 FILLER                      PIC  X(11) VALUE
023800               'Loc Id'.
023900    05 FILLER                      PIC  X(11) VALUE
024000               'Co Id'.
024100    05 FILLER                      PIC  X(06) VALUE
024200               'CSIP'.
024300    05 FILLER                      PIC  X(30) VALUE
024400               'Change'.
024500
024600 01 REPORT-DETAIL.
024700    05 FILLER                      PIC  X(01) VALUE SPACES.
024800    05 WO-CIF-ID                   PIC  X(16) VALUE SPACES.
024900    05 WO-A-DISP                   PIC  X(21) VALUE SPACES.
025000    05 WO-A-LOC-ID                 PIC  X(11) VALUE SPACES.
025100    05 WO-A-CO-ID                  PIC  X(11) VALUE SPACES.
025200    05 WO-A-IND                    PIC  X(06) VALUE SPACES.
025300    05 WO-B-DISP                   PIC  X(21) VALUE SPACES.
025400    05 WO-B-LOC-ID                 PIC  X(11) VALUE SPACES.
025500    05 WO-B-CO-ID                  PIC  X(11) VALUE SPACES.
025600    05 WO-B-IND                    PIC  X(06) VALUE SPACES.
025700    05 WO-NOTE                     PIC  X(30) VALUE SPACES.
025800
025900******************************************************************
026000*  SUMMARY PAGE - RUN IDENTIFICATION, THE NON-ZERO CELLS OF THE  *
026100*  TRANSITION MATRIX AND THE CHANGED-CANDIDATE TOTALS            *
026200******************************************************************
026300 01 SUMMARY-HEADER.
026400    05 FILLER                      PIC  X(01) VALUE SPACES.
026500    05 FILLER                      PIC  X(50) VALUE
026600               'TRANSITION MATRIX - RUN A TO RUN B DISPOSITION'.
026700
026800 01 RUN-IDENT-LINE.
026900    05 FILLER                      PIC  X(05) VALUE ' RUN '.
027000    05 WR-SIDE                     PIC  X(01) VALUE SPACES.
027100    05 FILLER                      PIC  X(09) VALUE ': RUN-ID '.
027200    05 WR-RUN-ID                   PIC  X(14) VALUE SPACES.
027300    05 FILLER                      PIC  X(10) VALUE '  RUN TS '.
027400    05 WR-RUN-TS                   PIC  X(26) VALUE SPACES.
027500    05 FILLER                      PIC  X(11) VALUE '  RECORDS '.
027600    05 WR-RECORDS                  PIC  ZZZ,ZZ9.
027700
027800 01 MATRIX-HEADER.
027900    05 FILLER                      PIC  X(01) VALUE SPACES.
028000    05 FILLER                      PIC  X(22) VALUE
028100               'From (Run A)'.
028200    05 FILLER                      PIC  X(22) VALUE
028300               'To (Run B)'.
028400    05 FILLER                      PIC  X(12) VALUE
028500               'Candidates'.
028600    05 FILLER                      PIC  X(12) VALUE
028700               'Patron Imp'.
028800    05 FILLER                      PIC  X(12) VALUE
028900               'EDI Imp'.
029000
029100 01 MATRIX-DETAIL.
029200    05 FILLER                      PIC  X(01) VALUE SPACES.
029300    05 WM-FROM                     PIC  X(22) VALUE SPACES.
029400    05 WM-TO                       PIC  X(22) VALUE SPACES.
029500    05 WM-CNT                      PIC  ZZZ,ZZ9.
029600    05 FILLER                      PIC  X(05) VALUE SPACES.
029700    05 WM-PATRON                   PIC  ZZZ,ZZ9.
029800    05 FILLER                      PIC  X(05) VALUE SPACES.
029900    05 WM-EDI                      PIC  ZZZ,ZZ9.
030000    05 FILLER                      PIC  X(05) VALUE SPACES.
030100    05 WM-NOTE                     PIC  X(10) VALUE SPACES.
030200
030300 01 TOTAL-LINE.
030400    05 FILLER                      PIC  X(01) VALUE SPACES.
030500    05 FILLER                      PIC  X(20) VALUE
030600               'CANDIDATES CHANGED:'.
030700    05 WT-CHANGED                  PIC  ZZZ,ZZ9.
030800    05 FILLER                      PIC  X(20) VALUE
030900               '   PATRON-IMPACTED:'.
031000    05 WT-PATRON                   PIC  ZZZ,ZZ9.
031100    05 FILLER                      PIC  X(17) VALUE
031200               '   EDI-IMPACTED:'.
031300    05 WT-EDI                      PIC  ZZZ,ZZ9.
031400
031500******************************************************************
031600******************************************************************
031700*               P R O C E D U R E  D I V I S I O N               *
031800******************************************************************
031900******************************************************************
032000
032100 PROCEDURE DIVISION.
032200
032300      PERFORM 0000-INITIALIZE THRU 0000-EXIT.
032400
032500      PERFORM 1000-PROCESS    THRU 1000-EXIT
032600        UNTIL W-EOF      = 'Y'.
032700
032800      PERFORM 8000-SUMMARY    THRU 8000-EXIT.
032900      PERFORM 9000-STATS      THRU 9000-EXIT.
033000      PERFORM 9999-CLOSE      THRU 9999-EXIT.
033100
033200      MOVE W-RETURN-CODE TO RETURN-CODE.
033300
033400      GOBACK.
033500
033600******************************************************************
033700*  0000-INITIALIZE                                               *
033800******************************************************************
033900
034000 0000-INITIALIZE.
034100
034200     OPEN OUTPUT OUTPUT-REPORT.
034300     OPEN INPUT  DISP-FILE-A.
034400     OPEN INPUT  DISP-FILE-B.
034500
034600     INITIALIZE DISP-NAME-TABLE
034700                TRANSITION-MATRIX.
034800
034900     ACCEPT W-DATE FROM DATE YYYYMMDD.
035000     ACCEPT W-TIME FROM TIME.
035100
035200     MOVE W-DATE(5:2)  TO WO-MONTH.
035300     MOVE W-DATE(7:2)  TO WO-DAY.
035400     MOVE W-DATE(1:4)  TO WO-YEAR.
035500     MOVE W-TIME(1:2)  TO WO-HOUR.
035600     MOVE W-TIME(3:2)  TO WO-MINUTE.
035700
035800     WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-1.
035900     WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-2.
036000     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
036100     WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-3.
036200
036300     PERFORM 0200-READ-A      THRU 0200-EXIT.
036400     PERFORM 0300-READ-B      THRU 0300-EXIT.
036500
036600     IF W-A-EOF = 'Y' AND W-B-EOF = 'Y'
036700       MOVE 'Y' TO W-EOF
036800     END-IF.
036900
037000 0000-EXIT.
037100      EXIT.
037200
037300******************************************************************
037400* 0200-READ-A                                                    *
037500* NEXT RUN A RECORD, SPLIT ON THE PIPES.  A BLANK RECORD IS      *
037600* PASSED OVER; A REPEATED CIF-ID/SFX IS COUNTED AND PASSED OVER  *
037700* (THE FIRST OCCURRENCE IS THE ONE COMPARED); A KEY LOWER THAN   *
037800* THE ONE BEFORE IT MEANS THE FILE WAS NOT SORTED AND THE RUN    *
037900* IS STOPPED.                                                    *
038000******************************************************************
038100
038200 0200-READ-A.
038300
038400     READ DISP-FILE-A
038500       AT END
038600         MOVE 'Y'         TO W-A-EOF
038700         MOVE HIGH-VALUES TO DA-KEY
038800         GO TO 0200-EXIT
038900     END-READ.
039000
039100     IF DISP-FILE-A-REC = SPACES
039200       GO TO 0200-READ-A
039300     END-IF.
039400
039500     ADD 1 TO W-A-READ-CNT.
039600
039700     MOVE SPACES TO DA-KEY
039800                    DA-DISPOSITION
039900                    DA-LOC-ID
040000                    DA-CO-ID
040100                    DA-CDI
040200                    DA-SSI
040300                    DA-ISA
040400                    DA-PATRON
040500                    DA-RUN-TS
040600                    DA-RUN-ID
040700                    DA-RULES.
040800
040900     UNSTRING DISP-FILE-A-REC DELIMITED BY '|'
041000       INTO DA-CIF-ID
041100            DA-CIF-SFX
041200            DA-DISPOSITION
041300            DA-LOC-ID
041400            DA-CO-ID
041500            DA-CDI
041600            DA-SSI
041700            DA-ISA
041800            DA-PATRON
041900            DA-RUN-TS
042000            DA-RUN-ID
042100            DA-RULES
042200     END-UNSTRING.
042300
042400     IF DA-FIRST-RUN-ID = SPACES
042500       MOVE DA-RUN-ID TO DA-FIRST-RUN-ID
042600       MOVE DA-RUN-TS TO DA-FIRST-RUN-TS
042700     END-IF.
042800
042900     IF DA-KEY = DA-PREV-KEY
043000       ADD 1 TO W-DUP-CNT
043100       DISPLAY 'CLADRCLD - RUN A REPEATS ' DA-CIF-ID '-'
043200           DA-CIF-SFX ' - ONLY THE FIRST IS COMPARED'
043300       IF W-RETURN-CODE < 4
043400         MOVE 4 TO W-RETURN-CODE
043500       END-IF
043600       GO TO 0200-READ-A
043700     END-IF.
043800
043900     IF DA-KEY < DA-PREV-KEY
044000       DISPLAY 'CLADRCLD - RUN A EXTRACT OUT OF CIF-ID/SFX '
044100           'SEQUENCE AT ' DA-CIF-ID '-' DA-CIF-SFX
044200           ' - RUN STOPPED'
044300       MOVE 8           TO W-RETURN-CODE
044400       MOVE 'Y'         TO W-A-EOF
044500                           W-B-EOF
044600                           W-EOF
044700       GO TO 0200-EXIT
044800     END-IF.
044900
045000     MOVE DA-KEY TO DA-PREV-KEY.
045100
045200 0200-EXIT.
045300      EXIT.
045400
045500******************************************************************
045600* 0300-READ-B                                                    *
045700* NEXT RUN B RECORD - THE SAME RULES AS 0200-READ-A.             *
045800******************************************************************
045900
046000 0300-READ-B.
046100
046200     READ DISP-FILE-B
046300       AT END
046400         MOVE 'Y'         TO W-B-EOF
046500         MOVE HIGH-VALUES TO DB-KEY
046600         GO TO 0300-EXIT
046700     END-READ.
046800
046900     IF DISP-FILE-B-REC = SPACES
047000       GO TO 0300-READ-B
047100     END-IF.
047200
047300     ADD 1 TO W-B-READ-CNT.
047400
047500     MOVE SPACES TO DB-KEY
047600                    DB-DISPOSITION
047700                    DB-LOC-ID
047800                    DB-CO-ID
047900                    DB-CDI
048000                    DB-SSI
048100                    DB-ISA
048200                    DB-PATRON
048300                    DB-RUN-TS
048400                    DB-RUN-ID
048500                    DB-RULES.
048600
048700     UNSTRING DISP-FILE-B-REC DELIMITED BY '|'
048800       INTO DB-CIF-ID
048900            DB-CIF-SFX
049000            DB-DISPOSITION
049100            DB-LOC-ID
049200            DB-CO-ID
049300            DB-CDI
049400            DB-SSI
049500            DB-ISA
049600            DB-PATRON
049700            DB-RUN-TS
049800            DB-RUN-ID
049900            DB-RULES
050000     END-UNSTRING.
050100
050200     IF DB-FIRST-RUN-ID = SPACES
050300       MOVE DB-RUN-ID TO DB-FIRST-RUN-ID
050400       MOVE DB-RUN-TS TO DB-FIRST-RUN-TS
050500     END-IF.
050600
050700     IF DB-KEY = DB-PREV-KEY
050800       ADD 1 TO W-DUP-CNT
050900       DISPLAY 'CLADRCLD - RUN B REPEATS ' DB-CIF-ID '-'
051000           DB-CIF-SFX ' - ONLY THE FIRST IS COMPARED'
051100       IF W-RETURN-CODE < 4
051200         MOVE 4 TO W-RETURN-CODE
051300       END-IF
051400       GO TO 0300-READ-B
051500     END-IF.
051600
051700     IF DB-KEY < DB-PREV-KEY
051800       DISPLAY 'CLADRCLD - RUN B EXTRACT OUT OF CIF-ID/SFX '
051900           'SEQUENCE AT ' DB-CIF-ID '-' DB-CIF-SFX
052000           ' - RUN STOPPED'
052100       MOVE 8           TO W-RETURN-CODE
052200       MOVE 'Y'         TO W-A-EOF
052300                           W-B-EOF
052400                           W-EOF
052500       GO TO 0300-EXIT
052600     END-IF.
052700
052800     MOVE DB-KEY TO DB-PREV-KEY.
052900
053000 0300-EXIT.
053100      EXIT.
053200
053300******************************************************************
053400* 1000-PROCESS                                                   *
053500* ONE STEP OF THE CIF-ID/SFX MATCH: A KEY ON BOTH FILES IS       *
053600* COMPARED, A KEY ON ONE FILE ONLY MOVES TO OR FROM "NOT IN".    *
053700******************************************************************
053800
053900 1000-PROCESS.
054000
054100     EVALUATE TRUE
054200       WHEN DA-KEY = DB-KEY
054300         ADD 1 TO W-MATCHED-CNT
054400         MOVE 'Y' TO W-HAS-A
054500                     W-HAS-B
054600         PERFORM 2000-COMPARE-PAIR THRU 2000-EXIT
054700         PERFORM 0200-READ-A       THRU 0200-EXIT
054800         IF W-EOF = 'N'
054900           PERFORM 0300-READ-B     THRU 0300-EXIT
055000         END-IF
055100       WHEN DA-KEY < DB-KEY
055200         ADD 1 TO W-A-ONLY-CNT
055300         MOVE 'Y' TO W-HAS-A
055400         MOVE 'N' TO W-HAS-B
055500         MOVE 'NOT IN RUN B' TO W-NOTE
055600         PERFORM 2300-TALLY-CANDIDATE THRU 2300-EXIT
055700         PERFORM 0200-READ-A       THRU 0200-EXIT
055800       WHEN OTHER
055900         ADD 1 TO W-B-ONLY-CNT
056000         MOVE 'N' TO W-HAS-A
056100         MOVE 'Y' TO W-HAS-B
056200         MOVE 'NOT IN RUN A' TO W-NOTE
056300         PERFORM 2300-TALLY-CANDIDATE THRU 2300-EXIT
056400         PERFORM 0300-READ-B       THRU 0300-EXIT
056500     END-EVALUATE.
056600
056700     IF W-A-EOF = 'Y' AND W-B-EOF = 'Y'
056800       MOVE 'Y' TO W-EOF
056900     END-IF.
057000
057100 1000-EXIT.
057200      EXIT.
057300
057400******************************************************************
057500* 2000-COMPARE-PAIR                                              *
057600* A CANDIDATE ON BOTH EXTRACTS HAS CHANGED WHEN ITS DISPOSITION  *
057700* DIFFERS, OR WHEN BOTH RUNS GAVE THE SAME DISPOSITION AGAINST   *
057800* DIFFERENT TARGET LOCATIONS.                                    *
057900******************************************************************
058000
058100 2000-COMPARE-PAIR.
058200
058300     MOVE SPACES TO W-NOTE.
058400
058500     IF DA-DISPOSITION NOT = DB-DISPOSITION
058600       MOVE 'DISPOSITION CHANGED' TO W-NOTE
058700     ELSE
058800       IF DA-LOC-ID NOT = DB-LOC-ID
058900         MOVE 'TARGET LOCATION CHANGED' TO W-NOTE
059000       END-IF
059100     END-IF.
059200
059300     PERFORM 2300-TALLY-CANDIDATE THRU 2300-EXIT.
059400
059500 2000-EXIT.
059600      EXIT.
059700
059800******************************************************************
059900* 2300-TALLY-CANDIDATE                                           *
060000* COUNTS THE CANDIDATE INTO ITS MATRIX CELL AND, WHEN W-NOTE     *
060100* SAYS IT CHANGED, INTO THE CHANGED TOTALS AND ONTO THE DETAIL   *
060200* LISTING.  W-HAS-A/W-HAS-B AND W-NOTE ARE SET BY THE CALLER.    *
060300******************************************************************
060400
060500 2300-TALLY-CANDIDATE.
060600
060700     MOVE 'N' TO W-IMP-PATRON
060800                 W-IMP-EDI.
060900
061000     IF W-HAS-A = 'Y'
061100       MOVE DA-DISPOSITION   TO W-DN-SEEK
061200       IF DA-PATRON = 'Y'
061300         MOVE 'Y' TO W-IMP-PATRON
061400       END-IF
061500       IF DA-CDI = 'Y' OR DA-SSI = 'Y' OR DA-ISA = 'Y'
061600         MOVE 'Y' TO W-IMP-EDI
061700       END-IF
061800     ELSE
061900       MOVE '(NOT IN RUN A)' TO W-DN-SEEK
062000     END-IF.
062100
062200     PERFORM 2400-FIND-DISP THRU 2400-EXIT.
062300     MOVE W-DN-HIT TO W-DN-FROM.
062400
062500     IF W-HAS-B = 'Y'
062600       MOVE DB-DISPOSITION   TO W-DN-SEEK
062700       IF DB-PATRON = 'Y'
062800         MOVE 'Y' TO W-IMP-PATRON
062900       END-IF
063000       IF DB-CDI = 'Y' OR DB-SSI = 'Y' OR DB-ISA = 'Y'
063100         MOVE 'Y' TO W-IMP-EDI
063200       END-IF
063300     ELSE
063400       MOVE '(NOT IN RUN B)' TO W-DN-SEEK
063500     END-IF.
063600
063700     PERFORM 2400-FIND-DISP THRU 2400-EXIT.
063800     MOVE W-DN-HIT TO W-DN-TO.
063900
064000     ADD 1 TO W-TX-CNT(W-DN-FROM, W-DN-TO).
064100
064200     IF W-IMP-PATRON = 'Y'
064300       ADD 1 TO W-TX-PATRON(W-DN-FROM, W-DN-TO)
064400     END-IF.
064500
064600     IF W-IMP-EDI = 'Y'
064700       ADD 1 TO W-TX-EDI(W-DN-FROM, W-DN-TO)
064800     END-IF.
064900
065000     IF W-NOTE = SPACES
065100       GO TO 2300-EXIT
065200     END-IF.
065300
065400     ADD 1 TO W-CHANGED-CNT.
065500
065600     IF W-IMP-PATRON = 'Y'
065700       ADD 1 TO W-PATRON-IMPACT-CNT
065800     END-IF.
065900
066000     IF W-IMP-EDI = 'Y'
066100       ADD 1 TO W-EDI-IMPACT-CNT
066200     END-IF.
066300
066400     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
066500
066600 2300-EXIT.
066700      EXIT.
066800
066900******************************************************************
067000* 2400-FIND-DISP                                                 *
067100* RETURNS IN W-DN-HIT THE MATRIX NUMBER OF DISPOSITION           *
067200* W-DN-SEEK, NUMBERING A NEW NAME ON FIRST SIGHT.  ONCE THE      *
067300* TABLE IS FULL A NEW NAME IS COUNTED UNDER "(OTHER)".           *
067400******************************************************************
067500
067600 2400-FIND-DISP.
067700
067800     MOVE 'N' TO W-DN-FOUND.
067900
068000     PERFORM 2410-MATCH-NAME THRU 2410-EXIT
068100       VARYING W-DN-IX FROM 1 BY 1
068200         UNTIL W-DN-IX > W-DN-USED
068300            OR W-DN-FOUND = 'Y'.
068400
068500     IF W-DN-FOUND = 'Y'
068600       GO TO 2400-EXIT
068700     END-IF.
068800
068900     IF W-DN-USED < W-DN-MAX
069000       ADD 1 TO W-DN-USED
069100       MOVE W-DN-SEEK TO W-DN-NAME(W-DN-USED)
069200       MOVE W-DN-USED TO W-DN-HIT
069300       GO TO 2400-EXIT
069400     END-IF.
069500
069600     IF W-DN-OVERFLOW = 'N'
069700       MOVE 'Y'       TO W-DN-OVERFLOW
069800       MOVE '(OTHER)' TO W-DN-NAME(W-DN-OTHER)
069900       DISPLAY 'CLADRCLD - MORE DISTINCT DISPOSITIONS THAN THE '
070000           'MATRIX HOLDS - THE REST ARE COUNTED AS (OTHER)'
070100       IF W-RETURN-CODE < 4
070200         MOVE 4 TO W-RETURN-CODE
070300       END-IF
070400     END-IF.
070500
070600     MOVE W-DN-OTHER TO W-DN-HIT.
070700
070800 2400-EXIT.
070900      EXIT.
071000
071100******************************************************************
071200* 2410-MATCH-NAME                                                *
071300******************************************************************
071400
071500 2410-MATCH-NAME.
071600
071700     IF W-DN-NAME(W-DN-IX) = W-DN-SEEK
071800       MOVE 'Y'      TO W-DN-FOUND
071900       MOVE W-DN-IX  TO W-DN-HIT
072000     END-IF.
072100
072200 2410-EXIT.
072300      EXIT.
072400
072500******************************************************************
072600* 2500-WRITE-DETAIL                                              *
072700* ONE LINE PER CHANGED CANDIDATE - BOTH RUNS SIDE BY SIDE.  THE  *
072800* INDICATOR COLUMN READS CDI/SSI/ISA/PATRON; LOC-ID AND CO-ID    *
072900* ARE LEFT BLANK WHERE THE RUN NAMED NO TARGET.                  *
073000******************************************************************
073100
073200 2500-WRITE-DETAIL.
073300
073400     MOVE SPACES TO REPORT-DETAIL.
073500
073600     IF W-HAS-A = 'Y'
073700       MOVE DA-CIF-ID        TO WO-CIF-ID(1:9)
073800       MOVE DA-CIF-SFX       TO WO-CIF-ID(11:4)
073900       MOVE DA-DISPOSITION   TO WO-A-DISP
074000       IF DA-LOC-ID NOT = ZEROS
074100         MOVE DA-LOC-ID      TO WO-A-LOC-ID
074200         MOVE DA-CO-ID       TO WO-A-CO-ID
074300       END-IF
074400       MOVE DA-CDI           TO WO-A-IND(1:1)
074500       MOVE DA-SSI           TO WO-A-IND(2:1)
074600       MOVE DA-ISA           TO WO-A-IND(3:1)
074700       MOVE DA-PATRON        TO WO-A-IND(4:1)
074800     ELSE
074900       MOVE '(NOT IN RUN A)' TO WO-A-DISP
075000     END-IF.
075100
075200     IF W-HAS-B = 'Y'
075300       MOVE DB-CIF-ID        TO WO-CIF-ID(1:9)
075400       MOVE DB-CIF-SFX       TO WO-CIF-ID(11:4)
075500       MOVE DB-DISPOSITION   TO WO-B-DISP
075600       IF DB-LOC-ID NOT = ZEROS
075700         MOVE DB-LOC-ID      TO WO-B-LOC-ID
075800         MOVE DB-CO-ID       TO WO-B-CO-ID
075900       END-IF
076000       MOVE DB-CDI           TO WO-B-IND(1:1)
076100       MOVE DB-SSI           TO WO-B-IND(2:1)
076200       MOVE DB-ISA           TO WO-B-IND(3:1)
076300       MOVE DB-PATRON        TO WO-B-IND(4:1)
076400     ELSE
076500       MOVE '(NOT IN RUN B)' TO WO-B-DISP
076600     END-IF.
076700
076800     MOVE '-'                TO WO-CIF-ID(10:1).
076900     MOVE W-NOTE             TO WO-NOTE.
077000
077100     WRITE OUTPUT-REPORT-REC FROM REPORT-DETAIL.
077200
077300 2500-EXIT.
077400      EXIT.
077500
077600******************************************************************
077700* 8000-SUMMARY                                                   *
077800* RUN IDENTIFICATION, THEN EVERY NON-ZERO CELL OF THE MATRIX IN  *
077900* ORDER OF FIRST APPEARANCE OF THE RUN A DISPOSITION, THEN THE   *
078000* CHANGED-CANDIDATE TOTALS.  CELLS WHERE THE DISPOSITION DID NOT *
078100* MOVE ARE MARKED SO THE STABLE POPULATION IS VISIBLE TOO.       *
078200******************************************************************
078300
078400 8000-SUMMARY.
078500
078600     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
078700     WRITE OUTPUT-REPORT-REC FROM SUMMARY-HEADER.
078800     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
078900
079000     MOVE 'A'             TO WR-SIDE.
079100     MOVE DA-FIRST-RUN-ID TO WR-RUN-ID.
079200     MOVE DA-FIRST-RUN-TS TO WR-RUN-TS.
079300     MOVE W-A-READ-CNT    TO WR-RECORDS.
079400     WRITE OUTPUT-REPORT-REC FROM RUN-IDENT-LINE.
079500
079600     MOVE 'B'             TO WR-SIDE.
079700     MOVE DB-FIRST-RUN-ID TO WR-RUN-ID.
079800     MOVE DB-FIRST-RUN-TS TO WR-RUN-TS.
079900     MOVE W-B-READ-CNT    TO WR-RECORDS.
080000     WRITE OUTPUT-REPORT-REC FROM RUN-IDENT-LINE.
080100
080200     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
080300     WRITE OUTPUT-REPORT-REC FROM MATRIX-HEADER.
080400
080500     PERFORM 8100-WRITE-CELL THRU 8100-EXIT
080600       VARYING W-DN-FROM FROM 1 BY 1
080700         UNTIL W-DN-FROM > W-DN-OTHER
080800       AFTER W-DN-TO FROM 1 BY 1
080900         UNTIL W-DN-TO > W-DN-OTHER.
081000
081100     MOVE W-CHANGED-CNT       TO WT-CHANGED.
081200     MOVE W-PATRON-IMPACT-CNT TO WT-PATRON.
081300     MOVE W-EDI-IMPACT-CNT    TO WT-EDI.
081400
081500     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
081600     WRITE OUTPUT-REPORT-REC FROM TOTAL-LINE.
081700
081800 8000-EXIT.
081900      EXIT.
082000
082100******************************************************************
082200* 8100-WRITE-CELL                                                *
082300******************************************************************
082400
082500 8100-WRITE-CELL.
082600
082700     IF W-TX-CNT(W-DN-FROM, W-DN-TO) = 0
082800       GO TO 8100-EXIT
082900     END-IF.
083000
083100     MOVE W-DN-NAME(W-DN-FROM)              TO WM-FROM.
083200     MOVE W-DN-NAME(W-DN-TO)                TO WM-TO.
083300     MOVE W-TX-CNT(W-DN-FROM, W-DN-TO)      TO WM-CNT.
083400     MOVE W-TX-PATRON(W-DN-FROM, W-DN-TO)   TO WM-PATRON.
083500     MOVE W-TX-EDI(W-DN-FROM, W-DN-TO)      TO WM-EDI.
083600
083700     IF W-DN-FROM = W-DN-TO
083800       MOVE 'UNCHANGED' TO WM-NOTE
083900     ELSE
084000       MOVE SPACES      TO WM-NOTE
084100     END-IF.
084200
084300     WRITE OUTPUT-REPORT-REC FROM MATRIX-DETAIL.
084400
084500 8100-EXIT.
084600      EXIT.
084700
084800******************************************************************
084900* 9000-STATS                                                     *
085000******************************************************************
085100
085200 9000-STATS.
085300
085400     MOVE W-A-READ-CNT        TO W-A-READ-CNT-D.
085500     MOVE W-B-READ-CNT        TO W-B-READ-CNT-D.
085600     MOVE W-MATCHED-CNT       TO W-MATCHED-CNT-D.
085700     MOVE W-CHANGED-CNT       TO W-CHANGED-CNT-D.
085800     MOVE W-A-ONLY-CNT        TO W-A-ONLY-CNT-D.
085900     MOVE W-B-ONLY-CNT        TO W-B-ONLY-CNT-D.
086000     MOVE W-PATRON-IMPACT-CNT TO W-PATRON-IMPACT-CNT-D.
086100     MOVE W-EDI-IMPACT-CNT    TO W-EDI-IMPACT-CNT-D.
086200     MOVE W-DUP-CNT           TO W-DUP-CNT-D.
086300
086400     DISPLAY 'Run A Records Read      : ' W-A-READ-CNT-D.
086500     DISPLAY 'Run B Records Read      : ' W-B-READ-CNT-D.
086600     DISPLAY 'Candidates In Both Runs : ' W-MATCHED-CNT-D.
086700     DISPLAY 'Only In Run A           : ' W-A-ONLY-CNT-D.
086800     DISPLAY 'Only In Run B           : ' W-B-ONLY-CNT-D.
086900     DISPLAY 'Candidates Changed      : ' W-CHANGED-CNT-D.
087000     DISPLAY 'Patron-Impacted Changes : ' W-PATRON-IMPACT-CNT-D.
087100     DISPLAY 'EDI-Impacted Changes    : ' W-EDI-IMPACT-CNT-D.
087200     DISPLAY 'Repeated Keys Skipped   : ' W-DUP-CNT-D.
087300
087400 9000-EXIT.
087500      EXIT.
087600
087700******************************************************************
087800* 9999-CLOSE                                                     *
087900******************************************************************
088000
088100 9999-CLOSE.
088200
088300     CLOSE OUTPUT-REPORT.
088400     CLOSE DISP-FILE-A.
088500     CLOSE DISP-FILE-B.
088600
088700 9999-EXIT.
088800      EXIT.
088900
089000******************************************************************
089100******************************************************************
089200*                   E N D   O F   P R O G R A M                  *
089300******************************************************************
089400******************************************************************
