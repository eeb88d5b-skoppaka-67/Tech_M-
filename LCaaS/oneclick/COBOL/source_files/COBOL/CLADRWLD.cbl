000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLADRWLD.
000300 AUTHOR.        AMBICA
000400 DATE-WRITTEN.  10/2026.
000500
000600******************************************************************
000700******************************************************************
000800*                                                                *
000900*                   C  L  A  D  R  W  L  D                       *
001000*                                                                *
001100*  Monthly analyst workload and resolution-SLA report.  Takes    *
001200*  the report month (YYYY-MM) on the parm card - blank means     *
001300*  the month before the run - and assembles, from data the       *
001400*  system already keeps:                                         *
001500*    - age-to-clear (FIRST_SEEN_TS to CLEARED_DT) of the         *
001600*      exceptions cleared in each of the trailing twelve         *
001700*      months, with the 50th/90th/95th percentile, and the       *
001800*      open exceptions past 30/60/90 days at month end, from     *
001900*      CL.TCLADRILD_EXCP_TRK                                     *
002000*    - approvals per analyst in the month - the pairs the        *
002100*      analysts closed APPROVED on CL.TCLADRILD_REVIEW_Q         *
002200*      with a DISP_TS inside the month                           *
002300*    - suppressions per analyst, and those lapsing the next      *
002400*      month, from CL.TCLADRILD_SUPPRESS                         *
002500*    - held-to-approved conversion from the held pairs on        *
002600*      CL.TCLADRILD_REVIEW_Q                                     *
002700*    - merges backed out in the month per approving analyst,     *
002800*      from the backout events on the merge history (DD          *
002900*      MRGHIST), the approver named by the accumulated           *
0029AA*      approved decks (DD APPRVD); a reversed merge no           *
0029AB*      analyst approved is charged to (AUTO)                     *
003000*  and breaks the totals by CO_ID and by CUST_ST_C so the        *
003100*  regional leads can read their own numbers.  Read-only.        *
003200*                                                                *
003300******************************************************************
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.          IBM-370.
003900 OBJECT-COMPUTER.          IBM-370.
004000 SPECIAL-NAMES.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300
004400     SELECT OUTPUT-REPORT ASSIGN TO UT-S-REPORT.
004500     SELECT OPTIONAL APPROVED-FILE ASSIGN TO UT-S-APPRVD
004600         FILE STATUS IS WS-APPRVD-FILE-STATUS.
004700     SELECT MERGE-HIST-FILE ASSIGN TO MRGHIST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS MH-KEY
005100         ALTERNATE RECORD KEY IS MH-LOC-ID WITH DUPLICATES
005200         FILE STATUS IS WS-MRGHIST-FILE-STATUS.
005300     SELECT OPTIONAL PARM-FILE ASSIGN TO UT-S-PARM
005400         FILE STATUS IS WS-PARM-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800
005900 FD  OUTPUT-REPORT
006000     RECORDING MODE IS F
006100     RECORD CONTAINS 200 CHARACTERS
006200     LABEL RECORDS ARE STANDARD
006300     BLOCK CONTAINS 0 RECORDS.
006400
006500 01  OUTPUT-REPORT-REC                PIC  X(200).
006600
006700******************************************************************
006800*  ANALYST-APPROVED MERGE PAIRS - THE ACCUMULATED DECKS CUT BY   *
006900*  CLADRQLD AND KEYED BY THE DESK.  LAYOUT MUST STAY IN STEP     *
007000*  WITH THE APPROVED-FILE-REC LAYOUT IN CLADRILD.                *
007100******************************************************************
007200 FD  APPROVED-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 80 CHARACTERS
007500     LABEL RECORDS ARE STANDARD
007600     BLOCK CONTAINS 0 RECORDS.
007700
007800 01  APPROVED-FILE-REC.
007900     05 APR-CIF-ID                  PIC  X(09).
008000     05 APR-CIF-SFX                 PIC  X(04).
008100     05 APR-LOC-ID                  PIC  9(09).
008200     05 APR-APPROVER                PIC  X(08).
008300     05 FILLER                      PIC  X(50).
008400
008500******************************************************************
008600*  MERGE-HISTORY KSDS LOADED NIGHTLY BY CLADRKLD.  LAYOUT MUST   *
008700*  STAY IN STEP WITH CLADRKLD.                                   *
008800******************************************************************
008900 FD  MERGE-HIST-FILE
009000     RECORD CONTAINS 120 CHARACTERS.
009100
009200 01  MERGE-HIST-REC.
009300     05 MH-KEY.
009400        10 MH-CIF-ID                PIC  X(09).
009500        10 MH-CIF-SFX               PIC  X(04).
009600        10 MH-EVENT-TS              PIC  X(26).
009700        10 MH-EVENT-TYPE            PIC  X(01).
009800           88 MH-MERGE-EVENT                 VALUE 'M'.
009900           88 MH-BACKOUT-EVENT               VALUE 'B'.
0099AA           88 MH-REPOINT-EVENT               VALUE 'R'.
010000     05 MH-LOC-ID                   PIC  9(09).
010100     05 MH-CO-ID                    PIC  9(09).
010200     05 MH-PROGRAM                  PIC  X(08).
010300     05 MH-RUN-ID                   PIC  X(14).
010400     05 MH-MERGE-RUN-ID             PIC  X(14).
010500     05 FILLER                      PIC  X(26).
010600
010700******************************************************************
010800*  REPORT PARM - THE REPORT MONTH AS YYYY-MM.  BLANK (OR NO      *
010900*  PARM DD) REPORTS THE MONTH BEFORE THE RUN.                    *
011000******************************************************************
011100 FD  PARM-FILE
011200     RECORDING MODE IS F
011300     RECORD CONTAINS 80 CHARACTERS
011400     LABEL RECORDS ARE STANDARD
011500     BLOCK CONTAINS 0 RECORDS.
011600
011700 01  PARM-FILE-REC.
011800     05 PARM-RPT-MONTH              PIC  X(07).
011900     05 FILLER                      PIC  X(73).
012000
012100******************************************************************
012200******************************************************************
012300*                 W O R K I N G   S T O R A G E                  *
012400******************************************************************
012500******************************************************************
012600
012700 WORKING-STORAGE SECTION.
012800
012900 01 WE-EYE-CATCHER                    PIC  X(80) VALUE
013000        'WORKING STORAGE FOR CLADRWLD BEGINS HERE'.
013100
013200 01 WORKING-VARIABLES.
013300    05 W-TIMESTAMP                    PIC  X(26) VALUE SPACES.
013400    05 W-PROGRAM                      PIC  X(08) VALUE 'CLADRWLD'.
013500    05 W-EOF                          PIC  X(01) VALUE 'N'.
013600    05 W-CSR-EOF                      PIC  X(01) VALUE 'N'.
013700    05 W-RETURN-CODE                  PIC  9(04) VALUE 0.
013800
013900*  THE REPORT PERIOD - ISO DATES BUILT ONCE AT INITIALIZATION    *
014000    05 W-RPT-MONTH                    PIC  X(07) VALUE SPACES.
014100    05 W-MONTH-START                  PIC  X(10) VALUE SPACES.
014200    05 W-MONTH-END                    PIC  X(10) VALUE SPACES.
014300    05 W-NEXT-START                   PIC  X(10) VALUE SPACES.
014400    05 W-NEXT-END                     PIC  X(10) VALUE SPACES.
014500    05 W-TREND-START                  PIC  X(10) VALUE SPACES.
014600
014700*  HOST VARIABLES FOR THE CURSORS AND THE REGION LOOKUPS         *
014800    05 W-EC-MONTH                     PIC  X(07) VALUE SPACES.
014900    05 W-EC-CIF-ID                    PIC  X(09) VALUE SPACES.
015000    05 W-EC-CIF-SFX                   PIC  X(04) VALUE SPACES.
015100    05 W-EC-AGE                       PIC S9(09) USAGE COMP.
015200    05 W-EC-CNT                       PIC S9(09) USAGE COMP.
015300    05 W-EC-SUM                       PIC S9(09) USAGE COMP.
015400    05 W-EC-IN-MONTH                  PIC  X(01) VALUE SPACES.
015500    05 W-SP-CIF-ID                    PIC  X(09) VALUE SPACES.
015600    05 W-SP-CIF-SFX                   PIC  X(04) VALUE SPACES.
015700    05 W-SP-ANALYST                   PIC  X(08) VALUE SPACES.
015800    05 W-SP-LAPSING                   PIC  X(01) VALUE SPACES.
015900    05 W-RQ-LOC-ID                    PIC S9(09) USAGE COMP.
016000    05 W-RQ-STATUS                    PIC  X(08) VALUE SPACES.
016100    05 W-RQ-IN-MONTH                  PIC  X(01) VALUE SPACES.
016110    05 W-AQ-ANALYST                   PIC  X(08) VALUE SPACES.
016120    05 W-AQ-LOC-ID                    PIC S9(09) USAGE COMP.
016200    05 W-RG-CIF-ID                    PIC  X(09) VALUE SPACES.
016300    05 W-RG-CIF-SFX                   PIC  X(04) VALUE SPACES.
016400    05 W-RG-LOC-ID                    PIC S9(09) USAGE COMP.
016500    05 W-RG-CO-ID                     PIC S9(09) USAGE COMP.
016600    05 W-RG-ST                        PIC  X(02) VALUE SPACES.
016700
016800 01 WORKING-COUNTERS.
016900    05 W-OPEN-CNT                     PIC  9(07) VALUE 0.
017000    05 W-OPEN-30-CNT                  PIC  9(07) VALUE 0.
017100    05 W-OPEN-60-CNT                  PIC  9(07) VALUE 0.
017200    05 W-OPEN-90-CNT                  PIC  9(07) VALUE 0.
017300    05 W-CLEARED-CNT                  PIC  9(07) VALUE 0.
017400    05 W-APPROVED-READ-CNT            PIC  9(07) VALUE 0.
017500    05 W-APPROVED-READ-CNT-D          PIC  Z,ZZZ,ZZ9.
017510    05 W-APPROVED-CNT                 PIC  9(07) VALUE 0.
017520    05 W-APPROVED-CNT-D               PIC  Z,ZZZ,ZZ9.
017600    05 W-SUPPRESS-CNT                 PIC  9(07) VALUE 0.
017700    05 W-LAPSING-CNT                  PIC  9(07) VALUE 0.
017800    05 W-HQ-TOTAL-CNT                 PIC  9(07) VALUE 0.
017900    05 W-HQ-APPROVED-CNT              PIC  9(07) VALUE 0.
018000    05 W-HQ-REJECTED-CNT              PIC  9(07) VALUE 0.
018100    05 W-HQ-EXPIRED-CNT               PIC  9(07) VALUE 0.
018200    05 W-HQ-OPEN-CNT                  PIC  9(07) VALUE 0.
018300    05 W-HQ-MONTH-CNT                 PIC  9(07) VALUE 0.
018400    05 W-HQ-MONTH-APPROVED-CNT        PIC  9(07) VALUE 0.
018500    05 W-REVERSED-CNT                 PIC  9(07) VALUE 0.
018600    05 W-REVERSED-CNT-D               PIC  Z,ZZZ,ZZ9.
018700    05 W-HIST-READ-CNT                PIC  9(09) VALUE 0.
018800    05 W-HIST-READ-CNT-D              PIC  ZZZ,ZZZ,ZZ9.
018900    05 W-REGION-MISS-CNT              PIC  9(07) VALUE 0.
019000    05 W-REGION-MISS-CNT-D            PIC  Z,ZZZ,ZZ9.
019100    05 W-RATE-NUMERATOR               PIC  9(07) VALUE 0.
019200    05 W-RATE-DIVISOR                 PIC  9(07) VALUE 0.
019300
019400******************************************************************
019500*  AGE-TO-CLEAR BY CLEARING MONTH - ONE ENTRY PER MONTH OF THE   *
019600*  TRAILING TWELVE THAT CLEARED ANYTHING.  THE PERCENTILES ARE   *
019700*  NEAREST-RANK: THE RANKS ARE WORKED OUT FROM THE MONTH'S       *
019800*  COUNT, THEN PICKED OFF AS THE AGES COME BACK IN ORDER.        *
019900******************************************************************
020000 01 CLEAR-MONTH-VARIABLES.
020100    05 W-CM-MAX                       PIC S9(04) USAGE COMP
020200                                                 VALUE +12.
020300    05 W-CM-USED                      PIC S9(04) USAGE COMP
020400                                                 VALUE +0.
020500    05 W-CM-IX                        PIC S9(04) USAGE COMP
020600                                                 VALUE +0.
020700    05 W-CM-SEEN                      PIC  9(07) VALUE 0.
020800
020900 01 CLEAR-MONTH-TABLE.
021000    05 W-CM-ENTRY OCCURS 12 TIMES.
021100       10 W-CM-MONTH                  PIC  X(07).
021200       10 W-CM-CNT                    PIC  9(07).
021300       10 W-CM-SUM                    PIC S9(09).
021400       10 W-CM-R50                    PIC  9(07).
021500       10 W-CM-R90                    PIC  9(07).
021600       10 W-CM-R95                    PIC  9(07).
021700       10 W-CM-P50                    PIC  9(05).
021800       10 W-CM-P90                    PIC  9(05).
021900       10 W-CM-P95                    PIC  9(05).
022000
022100******************************************************************
022200*  APPROVED PAIRS FROM THE DECKS - KEPT SO A MERGE BACKED OUT    *
022300*  THIS MONTH CAN BE CHARGED TO THE ANALYST WHO APPROVED IT.     *
022400******************************************************************
022500 01 APPROVED-PAIR-VARIABLES.
022600    05 W-AP-MAX                       PIC S9(04) USAGE COMP
022700                                                 VALUE +5000.
022800    05 W-AP-USED                      PIC S9(04) USAGE COMP
022900                                                 VALUE +0.
023000    05 W-AP-IX                        PIC S9(04) USAGE COMP.
023100    05 W-AP-OVERFLOW                  PIC  X(01) VALUE 'N'.
023200    05 W-AP-MATCH-ID                  PIC  X(08) VALUE SPACES.
023300
023400 01 APPROVED-PAIR-TABLE.
023500    05 W-AP-ENTRY OCCURS 5000 TIMES.
023600       10 W-AP-CIF-ID                 PIC  X(09).
023700       10 W-AP-CIF-SFX                PIC  X(04).
023800       10 W-AP-LOC-ID                 PIC  9(09).
023900       10 W-AP-APPROVER               PIC  X(08).
024000
024100******************************************************************
024200*  PER-ANALYST TOTALS, KEPT IN ANALYST-ID ORDER AS THEY ARE      *
024300*  POSTED.  COUNTER 1 APPROVALS, 2 REVERSALS, 3 ACTIVE           *
024400*  SUPPRESSIONS, 4 SUPPRESSIONS LAPSING NEXT MONTH.              *
024500******************************************************************
024600 01 ANALYST-VARIABLES.
024700    05 W-AN-MAX                       PIC S9(04) USAGE COMP
024800                                                 VALUE +300.
024900    05 W-AN-USED                      PIC S9(04) USAGE COMP
025000                                                 VALUE +0.
025100    05 W-AN-IX                        PIC S9(04) USAGE COMP.
025200    05 W-AN-JX                        PIC S9(04) USAGE COMP.
025300    05 W-AN-HIT                       PIC S9(04) USAGE COMP.
025400    05 W-AN-SLOT                      PIC S9(04) USAGE COMP.
025500    05 W-AN-OVERFLOW                  PIC  X(01) VALUE 'N'.
025600    05 W-PA-ANALYST                   PIC  X(08) VALUE SPACES.
025700    05 W-PA-METRIC                    PIC S9(04) USAGE COMP.
025800
025900 01 ANALYST-TABLE.
026000    05 W-AN-ENTRY OCCURS 300 TIMES.
026100       10 W-AN-ID                     PIC  X(08).
026200       10 W-AN-CNT                    PIC  9(07) OCCURS 4 TIMES.
026300
026400******************************************************************
026500*  REGIONAL BREAKS - ONE ENTRY PER CO_ID (TYPE C) AND PER        *
026600*  CUST_ST_C (TYPE S), KEPT IN TYPE/KEY ORDER AS THEY ARE        *
026700*  POSTED, SO THE COMPANY BREAKS PRINT FIRST IN CO_ID ORDER      *
026800*  AND THE STATES AFTER THEM.  THE TEN COUNTERS ARE THE          *
026900*  METRICS NAMED IN BREAK-METRICS BELOW.                         *
027000******************************************************************
027100 01 BREAK-VARIABLES.
027200    05 W-BK-MAX                       PIC S9(04) USAGE COMP
027300                                                 VALUE +700.
027400    05 W-BK-USED                      PIC S9(04) USAGE COMP
027500                                                 VALUE +0.
027600    05 W-BK-IX                        PIC S9(04) USAGE COMP.
027700    05 W-BK-JX                        PIC S9(04) USAGE COMP.
027800    05 W-BK-HIT                       PIC S9(04) USAGE COMP.
027900    05 W-BK-SLOT                      PIC S9(04) USAGE COMP.
028000    05 W-BK-OVERFLOW                  PIC  X(01) VALUE 'N'.
028100    05 W-BK-LAST-TYPE                 PIC  X(01) VALUE SPACES.
028200    05 W-PB-METRIC                    PIC S9(04) USAGE COMP.
028300    05 W-PB-CO-ID                     PIC  9(09) VALUE 0.
028400    05 W-PB-CO-ID-D                   PIC  ZZZZZZZZ9.
028500    05 W-PB-SORT-KEY.
028600       10 W-PB-TYPE                   PIC  X(01).
028700       10 W-PB-KEY                    PIC  X(09).
028800
028900 01 BREAK-TABLE.
029000    05 W-BK-ENTRY OCCURS 700 TIMES.
029100       10 W-BK-SORT-KEY.
029200          15 W-BK-TYPE                PIC  X(01).
029300          15 W-BK-KEY                 PIC  X(09).
029400       10 W-BK-CNT                    PIC  9(07) OCCURS 10 TIMES.
029500
029600 01 BREAK-METRICS.
029700    05 W-MX-OPEN-30                   PIC S9(04) USAGE COMP
029800                                                 VALUE +1.
029900    05 W-MX-OPEN-60                   PIC S9(04) USAGE COMP
030000                                                 VALUE +2.
030100    05 W-MX-OPEN-90                   PIC S9(04) USAGE COMP
030200                                                 VALUE +3.
030300    05 W-MX-CLEARED                   PIC S9(04) USAGE COMP
030400                                                 VALUE +4.
030500    05 W-MX-APPROVED                  PIC S9(04) USAGE COMP
030600                                                 VALUE +5.
030700    05 W-MX-SUPPRESSED                PIC S9(04) USAGE COMP
030800                                                 VALUE +6.
030900    05 W-MX-LAPSING                   PIC S9(04) USAGE COMP
031000                                                 VALUE +7.
031100    05 W-MX-HELD                      PIC S9(04) USAGE COMP
031200                                                 VALUE +8.
031300    05 W-MX-HELD-APPROVED             PIC S9(04) USAGE COMP
031400                                                 VALUE +9.
031500    05 W-MX-REVERSED                  PIC S9(04) USAGE COMP
031600                                                 VALUE +10.
031700
031800******************************************************************
031900*  REPORT MONTH LOADED FROM PARM-FILE                            *
032000******************************************************************
032100 01 PARM-VARIABLES.
032200    05 WS-PARM-EOF                    PIC  X(01) VALUE 'N'.
032300    05 WS-PARM-FILE-STATUS            PIC  X(02) VALUE '00'.
032400    05 WS-APPRVD-FILE-STATUS          PIC  X(02) VALUE '00'.
032500    05 WS-MRGHIST-FILE-STATUS         PIC  X(02) VALUE '00'.
032600
032700******************************************************************
032800* SQL ERROR HANDLING VARIABLES                                   *
032900******************************************************************
033000
033100 01 ERROR-CODE.
033200    05 WD-SQL-CODE                    PIC  9(09) VALUE ZERO.
033300
033400******************************************************************
033500*  SQL COMMUNICATIONS AREA                                       *
033600******************************************************************
033700
033800     EXEC SQL
033900        INCLUDE SQLCA
034000     END-EXEC.
034100
034200******************************************************************
034300*  TABLE DECLARATIONS                                            *
034400******************************************************************
034500
034600*****************************************************************
034700* ONE ROW PER UNMATCHED CIF_ID/CIF_SUB_CD; CLEARED_DT OF         *
034800* 0001-01-01 MARKS AN EXCEPTION STILL OPEN                       *
034900*****************************************************************
035000     EXEC SQL DECLARE CL.TCLADRILD_EXCP_TRK TABLE
035100     ( CIF_ID                         CHAR(09) NOT NULL,
035200       CIF_SUB_CD                     CHAR(04) NOT NULL,
035300       FIRST_SEEN_TS                  TIMESTAMP NOT NULL,
035400       LAST_SEEN_TS                   TIMESTAMP NOT NULL,
035500       TIMES_SEEN                     INTEGER NOT NULL,
035600       CLEARED_DT                     DATE NOT NULL,
035700       BEST_SUGG_LOC_ID               INTEGER NOT NULL,
035800       BEST_SUGG_SCORE                INTEGER NOT NULL
035900     ) END-EXEC.
036000
036100*****************************************************************
036200* DO-NOT-MERGE SUPPRESSIONS WITH THE SUPPRESSING ANALYST         *
036300*****************************************************************
036400     EXEC SQL DECLARE CL.TCLADRILD_SUPPRESS TABLE
036500     ( CIF_ID                         CHAR(09) NOT NULL,
036600       CIF_SUB_LOCN_SFX_C             CHAR(04) NOT NULL,
036700       ANALYST_ID                     CHAR(08) NOT NULL,
036800       EXPIRY_DT                      DATE NOT NULL
036900     ) END-EXEC.
037000
037100*****************************************************************
037200* MERGE REVIEW QUEUE - ONE ROW PER PAIR EVER HELD BELOW THE      *
037300* CONFIDENCE MINIMUM, WITH ITS DISPOSITION STATUS                *
037400*****************************************************************
037500     EXEC SQL DECLARE CL.TCLADRILD_REVIEW_Q TABLE
037600     ( CIF_ID                         CHAR(09) NOT NULL,
037700       CIF_SUB_CD                     CHAR(04) NOT NULL,
037800       LOC_ID                         INTEGER NOT NULL,
037900       CONFIDENCE_SCORE               INTEGER NOT NULL,
038000       FIRST_HELD_TS                  TIMESTAMP NOT NULL,
038100       LAST_HELD_TS                   TIMESTAMP NOT NULL,
038200       TIMES_HELD                     INTEGER NOT NULL,
038300       STATUS_C                       CHAR(08) NOT NULL,
038400       ANALYST_ID                     CHAR(08) NOT NULL,
038500       DISP_TS                        TIMESTAMP NOT NULL,
0385AA       ORIG_CIF_ID                    CHAR(09) NOT NULL
0385AB                                      WITH DEFAULT,
0385AC       ORIG_CIF_SUB_CD                CHAR(04) NOT NULL
0385AD                                      WITH DEFAULT
038600     ) END-EXEC.
038700
038800******************************************************************
038900*  SQL CURSORS                                                   *
039000******************************************************************
039100
039200* exceptions cleared in the trailing twelve months, counted and
039300* aged per clearing month - sizes the percentile ranks
039400     EXEC SQL
039500       DECLARE CLRMONTH CURSOR FOR
039600        SELECT SUBSTR(CHAR(CLEARED_DT, ISO), 1, 7)
039700              ,COUNT(*)
039800              ,SUM(DAYS(CLEARED_DT) - DAYS(DATE(FIRST_SEEN_TS)))
039900          FROM CL.TCLADRILD_EXCP_TRK
040000         WHERE CLEARED_DT BETWEEN :W-TREND-START
040100                              AND :W-MONTH-END
040200         GROUP BY SUBSTR(CHAR(CLEARED_DT, ISO), 1, 7)
040300         ORDER BY 1
040400       WITH UR
040500     END-EXEC.
040600
040700* the same exceptions one by one, youngest first within each
040800* clearing month, for the percentile pick
040900     EXEC SQL
041000       DECLARE CLRAGE CURSOR FOR
041100        SELECT SUBSTR(CHAR(CLEARED_DT, ISO), 1, 7)
041200              ,DAYS(CLEARED_DT) - DAYS(DATE(FIRST_SEEN_TS))
041300              ,CIF_ID
041400              ,CIF_SUB_CD
041500              ,CASE WHEN CLEARED_DT >= :W-MONTH-START
041600                    THEN 'Y' ELSE 'N' END
041700          FROM CL.TCLADRILD_EXCP_TRK
041800         WHERE CLEARED_DT BETWEEN :W-TREND-START
041900                              AND :W-MONTH-END
042000         ORDER BY 1, 2
042100       WITH UR
042200     END-EXEC.
042300
042400* exceptions still open, aged to the end of the report month
042500     EXEC SQL
042600       DECLARE OPENEXCP CURSOR FOR
042700        SELECT CIF_ID
042800              ,CIF_SUB_CD
042900              ,DAYS(DATE(:W-MONTH-END))
043000               - DAYS(DATE(FIRST_SEEN_TS))
043100          FROM CL.TCLADRILD_EXCP_TRK
043200         WHERE CLEARED_DT          = '0001-01-01'
043300           AND DATE(FIRST_SEEN_TS) <= :W-MONTH-END
043400       WITH UR
043500     END-EXEC.
043600
043700* suppressions still in force at the end of the report month,
043800* flagged when they lapse during the following month
043900     EXEC SQL
044000       DECLARE SUPPRAN CURSOR FOR
044100        SELECT CIF_ID
044200              ,CIF_SUB_LOCN_SFX_C
044300              ,ANALYST_ID
044400              ,CASE WHEN EXPIRY_DT BETWEEN :W-NEXT-START
044500                                       AND :W-NEXT-END
044600                    THEN 'Y' ELSE 'N' END
044700          FROM CL.TCLADRILD_SUPPRESS
044800         WHERE EXPIRY_DT >= :W-MONTH-END
044900       WITH UR
045000     END-EXEC.
045100
045200* every pair held up to the end of the report month, flagged
045300* when it was first held during the month
045400     EXEC SQL
045500       DECLARE HELDQ CURSOR FOR
045600        SELECT LOC_ID
045700              ,STATUS_C
045800              ,CASE WHEN DATE(FIRST_HELD_TS) >= :W-MONTH-START
045900                    THEN 'Y' ELSE 'N' END
046000          FROM CL.TCLADRILD_REVIEW_Q
046100         WHERE DATE(FIRST_HELD_TS) <= :W-MONTH-END
046200       WITH UR
046300     END-EXEC.
0463AA
0463AB* pairs the analysts approved during the report month, one row
0463AC* per pair closed APPROVED on the queue
0463AD     EXEC SQL
0463AE       DECLARE APPRQ CURSOR FOR
0463AF        SELECT ANALYST_ID
0463AG              ,LOC_ID
0463AH          FROM CL.TCLADRILD_REVIEW_Q
0463AI         WHERE STATUS_C      = 'APPROVED'
0463AJ           AND DATE(DISP_TS) BETWEEN :W-MONTH-START
0463AK                                 AND :W-MONTH-END
0463AL       WITH UR
0463AM     END-EXEC.
046400
046500******************************************************************
046600*  OUTPUT REPORT                                                 *
046700******************************************************************
046800
046900 01 BLANK-LINE                     PIC  X(80) VALUE SPACES.
047000
047100 01 REPORT-HEADER-1.
047200    05 FILLER                      PIC  X(01) VALUE SPACES.
047300    05 WO-MONTH                    PIC  X(02) VALUE SPACES.
047400    05 FILLER                      PIC  X(01) VALUE '/'.
047500    05 WO-DAY                      PIC  X(02) VALUE SPACES.
047600    05 FILLER                      PIC  X(01) VALUE '/'.
047700    05 WO-YEAR                     PIC  X(04) VALUE SPACES.
047800    05 FILLER                      PIC  X(03) VALUE SPACES.
047900    05 WO-HOUR                     PIC  X(02) VALUE SPACES.
048000    05 FILLER                      PIC  X(01) VALUE ':'.
048100    05 WO-MINUTE                   PIC  X(02) VALUE SPACES.
048200    05 FILLER                      PIC  X(05) VALUE SPACES.
048300    05 FILLER                      PIC  X(50) VALUE
048400               'ANALYST WORKLOAD AND RESOLUTION SLA REPORT'.
048500
048600 01 REPORT-HEADER-2.
048700    05 FILLER                      PIC  X(01) VALUE SPACES.
048800    05 FILLER                      PIC  X(20) VALUE
048900               'Program: CLADRWLD'.
049000    05 FILLER                      PIC  X(14) VALUE
049100               'Report Month: '.
049200    05 WO-RPT-MONTH                PIC  X(07) VALUE SPACES.
049300
049400 01 SECTION-HEADER.
049500    05 FILLER                      PIC  X(01) VALUE SPACES.
049600    05 WO-SECTION-TITLE            PIC  X(80) VALUE SPACES.
049700
049800 01 AGE-HEADER.
049900    05 FILLER                      PIC  X(01) VALUE SPACES.
050000    05 FILLER                      PIC  X(13) VALUE
050100               'Clear Month'.
050200    05 FILLER                      PIC  X(12) VALUE
050300               '   Cleared'.
050400    05 FILLER                      PIC  X(12) VALUE
050500               '  Avg Days'.
050600    05 FILLER                      PIC  X(12) VALUE
050700               '  50th Pct'.
050800    05 FILLER                      PIC  X(12) VALUE
050900               '  90th Pct'.
051000    05 FILLER                      PIC  X(12) VALUE
051100               '  95th Pct'.
051200
051300 01 AGE-DETAIL.
051400    05 FILLER                      PIC  X(01) VALUE SPACES.
051500    05 WO-AG-MONTH                 PIC  X(13) VALUE SPACES.
051600    05 FILLER                      PIC  X(02) VALUE SPACES.
051700    05 WO-AG-CNT                   PIC  Z,ZZZ,ZZ9.
051800    05 FILLER                      PIC  X(03) VALUE SPACES.
051900    05 WO-AG-AVG                   PIC  ZZ,ZZ9.9.
052000    05 FILLER                      PIC  X(06) VALUE SPACES.
052100    05 WO-AG-P50                   PIC  ZZ,ZZ9.
052200    05 FILLER                      PIC  X(06) VALUE SPACES.
052300    05 WO-AG-P90                   PIC  ZZ,ZZ9.
052400    05 FILLER                      PIC  X(06) VALUE SPACES.
052500    05 WO-AG-P95                   PIC  ZZ,ZZ9.
052600
052700*  ONE LABELLED COUNT, OPTIONALLY WITH A PERCENTAGE              *
052800 01 COUNT-DETAIL.
052900    05 FILLER                      PIC  X(03) VALUE SPACES.
053000    05 WO-CT-LABEL                 PIC  X(40) VALUE SPACES.
053100    05 WO-CT-CNT                   PIC  Z,ZZZ,ZZ9.
053200    05 FILLER                      PIC  X(03) VALUE SPACES.
053300    05 WO-CT-PCT                   PIC  ZZ9.9.
053400    05 WO-CT-PCT-SIGN              PIC  X(01) VALUE SPACES.
053500
053600 01 ANALYST-HEADER.
053700    05 FILLER                      PIC  X(01) VALUE SPACES.
053800    05 FILLER                      PIC  X(10) VALUE
053900               'Analyst'.
054000    05 FILLER                      PIC  X(12) VALUE
054100               ' Approvals'.
054200    05 FILLER                      PIC  X(12) VALUE
054300               '  Reversed'.
054400    05 FILLER                      PIC  X(14) VALUE
054500               '  Suppressions'.
054600    05 FILLER                      PIC  X(20) VALUE
054700               '  Lapsing Next Month'.
054800
054900 01 ANALYST-DETAIL.
055000    05 FILLER                      PIC  X(01) VALUE SPACES.
055100    05 WO-AN-ID                    PIC  X(10) VALUE SPACES.
055200    05 FILLER                      PIC  X(01) VALUE SPACES.
055300    05 WO-AN-APPROVED              PIC  Z,ZZZ,ZZ9.
055400    05 FILLER                      PIC  X(03) VALUE SPACES.
055500    05 WO-AN-REVERSED              PIC  Z,ZZZ,ZZ9.
055600    05 FILLER                      PIC  X(05) VALUE SPACES.
055700    05 WO-AN-SUPPRESSED            PIC  Z,ZZZ,ZZ9.
055800    05 FILLER                      PIC  X(11) VALUE SPACES.
055900    05 WO-AN-LAPSING               PIC  Z,ZZZ,ZZ9.
056000
056100 01 BREAK-HEADER.
056200    05 FILLER                      PIC  X(01) VALUE SPACES.
056300    05 WO-BH-KEY-TITLE             PIC  X(11) VALUE SPACES.
056400    05 FILLER                      PIC  X(90) VALUE
056500        ' Open>30  Open>60  Open>90  Cleared Approved  Suppr  Laps
056600-       'ing     Held HeldAppr Reversed'.
056700
056800 01 BREAK-DETAIL.
056900    05 FILLER                      PIC  X(01) VALUE SPACES.
057000    05 WO-BK-KEY                   PIC  X(11) VALUE SPACES.
057100    05 WO-BK-CNT-GROUP.
057200       10 WO-BK-CNT OCCURS 10 TIMES.
057300          15 WO-BK-CNT-D           PIC  ZZZ,ZZ9.
057400          15 FILLER                PIC  X(02).
057500
057600******************************************************************
057700******************************************************************
057800*               P R O C E D U R E  D I V I S I O N               *
057900******************************************************************
058000******************************************************************
058100
058200 PROCEDURE DIVISION.
058300
058400      PERFORM 0000-INITIALIZE THRU 0000-EXIT.
058500
058600      IF W-EOF = 'N'
058700        PERFORM 1000-EXCEPTION-AGING THRU 1000-EXIT
058800      END-IF.
058900
059000      IF W-EOF = 'N'
059100        PERFORM 2000-APPROVALS       THRU 2000-EXIT
059200      END-IF.
059300
059400      IF W-EOF = 'N'
059500        PERFORM 3000-SUPPRESSIONS    THRU 3000-EXIT
059600      END-IF.
059700
059800      IF W-EOF = 'N'
059900        PERFORM 4000-HELD-CONVERSION THRU 4000-EXIT
060000      END-IF.
060100
060200      IF W-EOF = 'N'
060300        PERFORM 5000-REVERSALS       THRU 5000-EXIT
060400      END-IF.
060500
060600      IF W-EOF = 'N'
060700        PERFORM 8000-PRINT-REPORT    THRU 8000-EXIT
060800      END-IF.
060900
061000      PERFORM 9000-STATS      THRU 9000-EXIT.
061100      PERFORM 9999-CLOSE      THRU 9999-EXIT.
061200
061300      MOVE W-RETURN-CODE TO RETURN-CODE.
061400
061500      GOBACK.
061600
061700******************************************************************
061800*  0000-INITIALIZE                                               *
061900******************************************************************
062000
062100 0000-INITIALIZE.
062200
062300     OPEN OUTPUT OUTPUT-REPORT.
062400
062500     PERFORM 0100-READ-PARM   THRU 0100-EXIT.
062600
062700     IF W-EOF = 'N'
062800       PERFORM 0200-SET-PERIOD THRU 0200-EXIT
062900     END-IF.
063000
063100 0000-EXIT.
063200      EXIT.
063300
063400******************************************************************
063500* 0100-READ-PARM                                                 *
063600* THE PARM IS OPTIONAL - WITHOUT ONE THE PRIOR MONTH REPORTS.    *
063700******************************************************************
063800
063900 0100-READ-PARM.
064000
064100     OPEN INPUT PARM-FILE.
064200
064300     IF WS-PARM-FILE-STATUS NOT = '00'
064400       MOVE 'Y' TO WS-PARM-EOF
064500     END-IF.
064600
064700     IF WS-PARM-EOF = 'N'
064800       READ PARM-FILE
064900         AT END
065000           MOVE 'Y' TO WS-PARM-EOF
065100       END-READ
065200     END-IF.
065300
065400     IF WS-PARM-EOF = 'N'
065500       MOVE PARM-RPT-MONTH TO W-RPT-MONTH
065600     END-IF.
065700
065800     IF WS-PARM-FILE-STATUS = '00'
065900        OR WS-PARM-FILE-STATUS = '10'
066000       CLOSE PARM-FILE
066100     END-IF.
066200
066300 0100-EXIT.
066400      EXIT.
066500
066600******************************************************************
066700* 0200-SET-PERIOD                                                *
066800* DB2 DOES THE CALENDAR: THE MONTH'S FIRST AND LAST DAYS, THE    *
066900* FOLLOWING MONTH (FOR LAPSING SUPPRESSIONS) AND THE START OF    *
067000* THE TWELVE-MONTH AGE-TO-CLEAR TREND.  A MALFORMED MONTH ON     *
067100* THE PARM FAILS HERE AND THE RUN IS REFUSED.                    *
067200******************************************************************
067300
067400 0200-SET-PERIOD.
067500
067600     IF W-RPT-MONTH = SPACES
067700       EXEC SQL
067800         SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO), 1, 7)
067900           INTO :W-RPT-MONTH
068000           FROM SYSIBM.SYSDUMMY1
068100       END-EXEC
068200       IF SQLCODE NOT = 0
068300         MOVE 'Y' TO W-EOF
068400         MOVE 8   TO W-RETURN-CODE
068500         MOVE SQLCODE TO WD-SQL-CODE
068600         DISPLAY WD-SQL-CODE ' ERROR ON DEFAULT REPORT MONTH'
068700         GO TO 0200-EXIT
068800       END-IF
068900     END-IF.
069000
069100     MOVE SPACES TO W-MONTH-START.
069200     STRING W-RPT-MONTH '-01' DELIMITED BY SIZE
069300       INTO W-MONTH-START
069400     END-STRING.
069500
069600     EXEC SQL
069700       SELECT CHAR(DATE(:W-MONTH-START) + 1 MONTH - 1 DAY, ISO)
069800             ,CHAR(DATE(:W-MONTH-START) + 1 MONTH, ISO)
069900             ,CHAR(DATE(:W-MONTH-START) + 2 MONTHS - 1 DAY, ISO)
070000             ,CHAR(DATE(:W-MONTH-START) - 11 MONTHS, ISO)
070100             ,CURRENT TIMESTAMP
070200         INTO :W-MONTH-END
070300             ,:W-NEXT-START
070400             ,:W-NEXT-END
070500             ,:W-TREND-START
070600             ,:W-TIMESTAMP
070700         FROM SYSIBM.SYSDUMMY1
070800     END-EXEC.
070900
071000     EVALUATE SQLCODE
071100       WHEN +0
071200         MOVE W-TIMESTAMP(6:2)  TO WO-MONTH
071300         MOVE W-TIMESTAMP(9:2)  TO WO-DAY
071400         MOVE W-TIMESTAMP(1:4)  TO WO-YEAR
071500         MOVE W-TIMESTAMP(12:2) TO WO-HOUR
071600         MOVE W-TIMESTAMP(15:2) TO WO-MINUTE
071700         MOVE W-RPT-MONTH       TO WO-RPT-MONTH
071800       WHEN OTHER
071900         MOVE 'Y' TO W-EOF
072000         MOVE 8   TO W-RETURN-CODE
072100         MOVE SQLCODE TO WD-SQL-CODE
072200         DISPLAY WD-SQL-CODE ' ERROR ON REPORT MONTH '
072300             W-RPT-MONTH ' - RUN REFUSED'
072400     END-EVALUATE.
072500
072600 0200-EXIT.
072700      EXIT.
072800
072900******************************************************************
073000* 1000-EXCEPTION-AGING                                           *
073100* SIZES THE CLEARING MONTHS, PICKS THE PERCENTILES, THEN AGES    *
073200* THE OPEN EXCEPTIONS.                                           *
073300******************************************************************
073400
073500 1000-EXCEPTION-AGING.
073600
073700     EXEC SQL
073800       OPEN CLRMONTH
073900     END-EXEC.
074000
074100     IF SQLCODE NOT = 0
074200       MOVE SQLCODE TO WD-SQL-CODE
074300       DISPLAY WD-SQL-CODE ' ERROR ON OPEN CLRMONTH'
074400       GO TO 1000-ERROR
074500     END-IF.
074600
074700     MOVE 'N' TO W-CSR-EOF.
074800     PERFORM 1100-FETCH-CLEAR-MONTH THRU 1100-EXIT
074900       UNTIL W-CSR-EOF = 'Y'.
075000
075100     EXEC SQL
075200       CLOSE CLRMONTH
075300     END-EXEC.
075400
075500     IF W-EOF = 'Y'
075600       GO TO 1000-EXIT
075700     END-IF.
075800
075900     EXEC SQL
076000       OPEN CLRAGE
076100     END-EXEC.
076200
076300     IF SQLCODE NOT = 0
076400       MOVE SQLCODE TO WD-SQL-CODE
076500       DISPLAY WD-SQL-CODE ' ERROR ON OPEN CLRAGE'
076600       GO TO 1000-ERROR
076700     END-IF.
076800
076900     MOVE 'N' TO W-CSR-EOF.
077000     MOVE 0   TO W-CM-IX.
077100     PERFORM 1200-FETCH-CLEAR-AGE THRU 1200-EXIT
077200       UNTIL W-CSR-EOF = 'Y'.
077300
077400     EXEC SQL
077500       CLOSE CLRAGE
077600     END-EXEC.
077700
077800     IF W-EOF = 'Y'
077900       GO TO 1000-EXIT
078000     END-IF.
078100
078200     EXEC SQL
078300       OPEN OPENEXCP
078400     END-EXEC.
078500
078600     IF SQLCODE NOT = 0
078700       MOVE SQLCODE TO WD-SQL-CODE
078800       DISPLAY WD-SQL-CODE ' ERROR ON OPEN OPENEXCP'
078900       GO TO 1000-ERROR
079000     END-IF.
079100
079200     MOVE 'N' TO W-CSR-EOF.
079300     PERFORM 1300-FETCH-OPEN-EXCP THRU 1300-EXIT
079400       UNTIL W-CSR-EOF = 'Y'.
079500
079600     EXEC SQL
079700       CLOSE OPENEXCP
079800     END-EXEC.
079900
080000     GO TO 1000-EXIT.
080100
080200 1000-ERROR.
080300
080400     MOVE 'Y' TO W-EOF.
080500     MOVE 8   TO W-RETURN-CODE.
080600
080700 1000-EXIT.
080800      EXIT.
080900
081000******************************************************************
081100* 1100-FETCH-CLEAR-MONTH                                         *
081200* ONE CLEARING MONTH - ITS COUNT SETS THE NEAREST-RANK POSITION  *
081300* OF EACH PERCENTILE.                                            *
081400******************************************************************
081500
081600 1100-FETCH-CLEAR-MONTH.
081700
081800     EXEC SQL
081900       FETCH CLRMONTH
082000        INTO :W-EC-MONTH
082100            ,:W-EC-CNT
082200            ,:W-EC-SUM
082300     END-EXEC.
082400
082500     EVALUATE SQLCODE
082600       WHEN +0
082700         CONTINUE
082800       WHEN +100
082900         MOVE 'Y' TO W-CSR-EOF
083000         GO TO 1100-EXIT
083100       WHEN OTHER
083200         MOVE 'Y' TO W-CSR-EOF
083300         MOVE 'Y' TO W-EOF
083400         MOVE 8   TO W-RETURN-CODE
083500         MOVE SQLCODE TO WD-SQL-CODE
083600         DISPLAY WD-SQL-CODE ' ERROR ON FETCH CLRMONTH'
083700         GO TO 1100-EXIT
083800     END-EVALUATE.
083900
084000     IF W-CM-USED >= W-CM-MAX
084100       GO TO 1100-EXIT
084200     END-IF.
084300
084400     ADD 1 TO W-CM-USED.
084500     MOVE W-EC-MONTH TO W-CM-MONTH(W-CM-USED).
084600     MOVE W-EC-CNT   TO W-CM-CNT(W-CM-USED).
084700     MOVE W-EC-SUM   TO W-CM-SUM(W-CM-USED).
084800     MOVE 0          TO W-CM-P50(W-CM-USED)
084900                        W-CM-P90(W-CM-USED)
085000                        W-CM-P95(W-CM-USED).
085100
085200     COMPUTE W-CM-R50(W-CM-USED) = (W-EC-CNT * 50 + 99) / 100.
085300     COMPUTE W-CM-R90(W-CM-USED) = (W-EC-CNT * 90 + 99) / 100.
085400     COMPUTE W-CM-R95(W-CM-USED) = (W-EC-CNT * 95 + 99) / 100.
085500
085600 1100-EXIT.
085700      EXIT.
085800
085900******************************************************************
086000* 1200-FETCH-CLEAR-AGE                                           *
086100* THE AGES ARRIVE IN MONTH ORDER, YOUNGEST FIRST, SO THE N-TH    *
086200* ROW OF A MONTH IS ITS N-TH SMALLEST AGE.  AN EXCEPTION         *
086300* CLEARED IN THE REPORT MONTH ALSO COUNTS TO ITS REGION.         *
086400******************************************************************
086500
086600 1200-FETCH-CLEAR-AGE.
086700
086800     EXEC SQL
086900       FETCH CLRAGE
087000        INTO :W-EC-MONTH
087100            ,:W-EC-AGE
087200            ,:W-EC-CIF-ID
087300            ,:W-EC-CIF-SFX
087400            ,:W-EC-IN-MONTH
087500     END-EXEC.
087600
087700     EVALUATE SQLCODE
087800       WHEN +0
087900         CONTINUE
088000       WHEN +100
088100         MOVE 'Y' TO W-CSR-EOF
088200         GO TO 1200-EXIT
088300       WHEN OTHER
088400         MOVE 'Y' TO W-CSR-EOF
088500         MOVE 'Y' TO W-EOF
088600         MOVE 8   TO W-RETURN-CODE
088700         MOVE SQLCODE TO WD-SQL-CODE
088800         DISPLAY WD-SQL-CODE ' ERROR ON FETCH CLRAGE'
088900         GO TO 1200-EXIT
089000     END-EVALUATE.
089100
089200     IF W-EC-IN-MONTH = 'Y'
089300       ADD 1 TO W-CLEARED-CNT
089400       MOVE W-EC-CIF-ID  TO W-RG-CIF-ID
089500       MOVE W-EC-CIF-SFX TO W-RG-CIF-SFX
089600       PERFORM 7100-GET-CIF-REGION THRU 7100-EXIT
089700       MOVE W-MX-CLEARED TO W-PB-METRIC
089800       PERFORM 6000-POST-BREAK THRU 6000-EXIT
089900     END-IF.
090000
090100* A NEW CLEARING MONTH RESTARTS THE RANK COUNT
090200     IF W-CM-IX = 0
090300       GO TO 1200-NEXT-MONTH
090400     END-IF.
090500
090600     IF W-EC-MONTH = W-CM-MONTH(W-CM-IX)
090700       GO TO 1200-RANK
090800     END-IF.
090900
091000 1200-NEXT-MONTH.
091100
091200     IF W-CM-IX >= W-CM-USED
091300       GO TO 1200-EXIT
091400     END-IF.
091500
091600     ADD 1 TO W-CM-IX.
091700     MOVE 0 TO W-CM-SEEN.
091800
091900     IF W-EC-MONTH NOT = W-CM-MONTH(W-CM-IX)
092000       GO TO 1200-EXIT
092100     END-IF.
092200
092300 1200-RANK.
092400
092500
092600     ADD 1 TO W-CM-SEEN.
092700
092800     IF W-CM-SEEN = W-CM-R50(W-CM-IX)
092900       MOVE W-EC-AGE TO W-CM-P50(W-CM-IX)
093000     END-IF.
093100
093200     IF W-CM-SEEN = W-CM-R90(W-CM-IX)
093300       MOVE W-EC-AGE TO W-CM-P90(W-CM-IX)
093400     END-IF.
093500
093600     IF W-CM-SEEN = W-CM-R95(W-CM-IX)
093700       MOVE W-EC-AGE TO W-CM-P95(W-CM-IX)
093800     END-IF.
093900
094000 1200-EXIT.
094100      EXIT.
094200
094300******************************************************************
094400* 1300-FETCH-OPEN-EXCP                                           *
094500* THE 30/60/90-DAY BREACHES ARE CUMULATIVE - AN EXCEPTION 95     *
094600* DAYS OLD IS PAST ALL THREE.                                    *
094700******************************************************************
094800
094900 1300-FETCH-OPEN-EXCP.
095000
095100     EXEC SQL
095200       FETCH OPENEXCP
095300        INTO :W-EC-CIF-ID
095400            ,:W-EC-CIF-SFX
095500            ,:W-EC-AGE
095600     END-EXEC.
095700
095800     EVALUATE SQLCODE
095900       WHEN +0
096000         ADD 1 TO W-OPEN-CNT
096100       WHEN +100
096200         MOVE 'Y' TO W-CSR-EOF
096300         GO TO 1300-EXIT
096400       WHEN OTHER
096500         MOVE 'Y' TO W-CSR-EOF
096600         MOVE 'Y' TO W-EOF
096700         MOVE 8   TO W-RETURN-CODE
096800         MOVE SQLCODE TO WD-SQL-CODE
096900         DISPLAY WD-SQL-CODE ' ERROR ON FETCH OPENEXCP'
097000         GO TO 1300-EXIT
097100     END-EVALUATE.
097200
097300     IF W-EC-AGE NOT > 30
097400       GO TO 1300-EXIT
097500     END-IF.
097600
097700     MOVE W-EC-CIF-ID  TO W-RG-CIF-ID.
097800     MOVE W-EC-CIF-SFX TO W-RG-CIF-SFX.
097900     PERFORM 7100-GET-CIF-REGION THRU 7100-EXIT.
098000
098100     ADD 1 TO W-OPEN-30-CNT.
098200     MOVE W-MX-OPEN-30 TO W-PB-METRIC.
098300     PERFORM 6000-POST-BREAK THRU 6000-EXIT.
098400
098500     IF W-EC-AGE > 60
098600       ADD 1 TO W-OPEN-60-CNT
098700       MOVE W-MX-OPEN-60 TO W-PB-METRIC
098800       PERFORM 6000-POST-BREAK THRU 6000-EXIT
098900     END-IF.
099000
099100     IF W-EC-AGE > 90
099200       ADD 1 TO W-OPEN-90-CNT
099300       MOVE W-MX-OPEN-90 TO W-PB-METRIC
099400       PERFORM 6000-POST-BREAK THRU 6000-EXIT
099500     END-IF.
099600
099700 1300-EXIT.
099800      EXIT.
099900
100000******************************************************************
100050* 2000-APPROVALS                                                 *
100100* THE MONTH'S APPROVALS ARE THE QUEUE ROWS THE ANALYSTS CLOSED   *
100150* APPROVED INSIDE THE MONTH.  THE DECKS ARE LOADED AFTER THEM    *
100200* ONLY TO NAME THE APPROVER OF A MERGE BACKED OUT THIS MONTH -   *
100250* THEY ACCUMULATE ACROSS RUNS AND CARRY NO APPROVAL DATE, SO     *
100300* THEY CANNOT BE COUNTED FOR THE MONTH THEMSELVES.               *
100350******************************************************************
100400
100450 2000-APPROVALS.
100500
100550     EXEC SQL
100600       OPEN APPRQ
100650     END-EXEC.
100700
100750     IF SQLCODE NOT = 0
100800       MOVE 'Y' TO W-EOF
100850       MOVE 8   TO W-RETURN-CODE
100900       MOVE SQLCODE TO WD-SQL-CODE
100950       DISPLAY WD-SQL-CODE ' ERROR ON OPEN APPRQ'
101000       GO TO 2000-EXIT
101050     END-IF.
101100
101150     MOVE 'N' TO W-CSR-EOF.
101200     PERFORM 2100-FETCH-APPROVED THRU 2100-EXIT
101250       UNTIL W-CSR-EOF = 'Y'.
101300
101350     EXEC SQL
101400       CLOSE APPRQ
101450     END-EXEC.
101500
101550     IF W-EOF = 'N'
101600       PERFORM 2200-APPROVED-DECKS THRU 2200-EXIT
101650     END-IF.
101700
101750 2000-EXIT.
101800      EXIT.
101850
101900******************************************************************
101950* 2100-FETCH-APPROVED                                            *
102000******************************************************************
102050
102100 2100-FETCH-APPROVED.
102150
102200     EXEC SQL
102250       FETCH APPRQ
102300        INTO :W-AQ-ANALYST
102350            ,:W-AQ-LOC-ID
102400     END-EXEC.
102450
102500     EVALUATE SQLCODE
102550       WHEN +0
102600         ADD 1 TO W-APPROVED-CNT
102650       WHEN +100
102700         MOVE 'Y' TO W-CSR-EOF
102750         GO TO 2100-EXIT
102800       WHEN OTHER
102850         MOVE 'Y' TO W-CSR-EOF
102900         MOVE 'Y' TO W-EOF
102950         MOVE 8   TO W-RETURN-CODE
103000         MOVE SQLCODE TO WD-SQL-CODE
103050         DISPLAY WD-SQL-CODE ' ERROR ON FETCH APPRQ'
103100         GO TO 2100-EXIT
103150     END-EVALUATE.
103200
103250     MOVE W-AQ-ANALYST  TO W-PA-ANALYST.
103300     MOVE 1             TO W-PA-METRIC.
103350     PERFORM 6200-POST-ANALYST THRU 6200-EXIT.
103400
103450     MOVE W-AQ-LOC-ID   TO W-RG-LOC-ID.
103500     PERFORM 7200-GET-LOC-REGION THRU 7200-EXIT.
103550     MOVE W-MX-APPROVED TO W-PB-METRIC.
103600     PERFORM 6000-POST-BREAK THRU 6000-EXIT.
103650
103700 2100-EXIT.
103750      EXIT.
103800
103850******************************************************************
103900* 2200-APPROVED-DECKS                                            *
103950* A MISSING DECK DD JUST MEANS NO REVERSAL-BY-APPROVER FIGURES - *
104000* EVERY REVERSAL IS CHARGED TO (AUTO) AND THE REST OF THE REPORT *
104050* STILL PRINTS.                                                  *
104100******************************************************************
104150
104200 2200-APPROVED-DECKS.
104250
104300     OPEN INPUT APPROVED-FILE.
104350
104400     IF WS-APPRVD-FILE-STATUS NOT = '00'
104450       DISPLAY 'CLADRWLD - APPROVED DECKS NOT AVAILABLE, STATUS '
104500           WS-APPRVD-FILE-STATUS ' - NO APPROVERS FOR REVERSALS'
104550       IF W-RETURN-CODE < 4
104600         MOVE 4 TO W-RETURN-CODE
104650       END-IF
104700       GO TO 2200-EXIT
104750     END-IF.
104800
104850     MOVE 'N' TO W-CSR-EOF.
104900     PERFORM 2300-READ-APPROVED THRU 2300-EXIT
104950       UNTIL W-CSR-EOF = 'Y'.
105000
105050     CLOSE APPROVED-FILE.
105100
105150     IF W-AP-OVERFLOW = 'Y'
105200       DISPLAY 'CLADRWLD - MORE THAN 5000 APPROVED PAIRS - LATER '
105250           'PAIRS NOT MATCHED TO REVERSALS'
105300     END-IF.
105350
105400 2200-EXIT.
105450      EXIT.
105500
105550******************************************************************
105600* 2300-READ-APPROVED                                             *
105650* AN UNSIGNED CARD (BLANK APPROVER) IS NOT AN APPROVAL.          *
105700******************************************************************
105750
105800 2300-READ-APPROVED.
105850
105900     READ APPROVED-FILE
105950       AT END
106000         MOVE 'Y' TO W-CSR-EOF
106050         GO TO 2300-EXIT
106100     END-READ.
106150
106200     IF APR-APPROVER = SPACES
106250        OR APR-LOC-ID NOT NUMERIC
106300       GO TO 2300-EXIT
106350     END-IF.
106400
106450     ADD 1 TO W-APPROVED-READ-CNT.
106500
106550     IF W-AP-USED >= W-AP-MAX
106600       MOVE 'Y' TO W-AP-OVERFLOW
106650       GO TO 2300-EXIT
106700     END-IF.
106750
106800     ADD 1 TO W-AP-USED.
106850     MOVE APR-CIF-ID    TO W-AP-CIF-ID(W-AP-USED).
106900     MOVE APR-CIF-SFX   TO W-AP-CIF-SFX(W-AP-USED).
106950     MOVE APR-LOC-ID    TO W-AP-LOC-ID(W-AP-USED).
107000     MOVE APR-APPROVER  TO W-AP-APPROVER(W-AP-USED).
107050
107100 2300-EXIT.
107150      EXIT.
107500
107600******************************************************************
107700* 3000-SUPPRESSIONS                                              *
107800******************************************************************
107900
108000 3000-SUPPRESSIONS.
108100
108200     EXEC SQL
108300       OPEN SUPPRAN
108400     END-EXEC.
108500
108600     IF SQLCODE NOT = 0
108700       MOVE 'Y' TO W-EOF
108800       MOVE 8   TO W-RETURN-CODE
108900       MOVE SQLCODE TO WD-SQL-CODE
109000       DISPLAY WD-SQL-CODE ' ERROR ON OPEN SUPPRAN'
109100       GO TO 3000-EXIT
109200     END-IF.
109300
109400     MOVE 'N' TO W-CSR-EOF.
109500     PERFORM 3100-FETCH-SUPPRESS THRU 3100-EXIT
109600       UNTIL W-CSR-EOF = 'Y'.
109700
109800     EXEC SQL
109900       CLOSE SUPPRAN
110000     END-EXEC.
110100
110200 3000-EXIT.
110300      EXIT.
110400
110500******************************************************************
110600* 3100-FETCH-SUPPRESS                                            *
110700******************************************************************
110800
110900 3100-FETCH-SUPPRESS.
111000
111100     EXEC SQL
111200       FETCH SUPPRAN
111300        INTO :W-SP-CIF-ID
111400            ,:W-SP-CIF-SFX
111500            ,:W-SP-ANALYST
111600            ,:W-SP-LAPSING
111700     END-EXEC.
111800
111900     EVALUATE SQLCODE
112000       WHEN +0
112100         ADD 1 TO W-SUPPRESS-CNT
112200       WHEN +100
112300         MOVE 'Y' TO W-CSR-EOF
112400         GO TO 3100-EXIT
112500       WHEN OTHER
112600         MOVE 'Y' TO W-CSR-EOF
112700         MOVE 'Y' TO W-EOF
112800         MOVE 8   TO W-RETURN-CODE
112900         MOVE SQLCODE TO WD-SQL-CODE
113000         DISPLAY WD-SQL-CODE ' ERROR ON FETCH SUPPRAN'
113100         GO TO 3100-EXIT
113200     END-EVALUATE.
113300
113400     MOVE W-SP-CIF-ID  TO W-RG-CIF-ID.
113500     MOVE W-SP-CIF-SFX TO W-RG-CIF-SFX.
113600     PERFORM 7100-GET-CIF-REGION THRU 7100-EXIT.
113700
113800     MOVE W-SP-ANALYST TO W-PA-ANALYST.
113900     MOVE 3            TO W-PA-METRIC.
114000     PERFORM 6200-POST-ANALYST THRU 6200-EXIT.
114100
114200     MOVE W-MX-SUPPRESSED TO W-PB-METRIC.
114300     PERFORM 6000-POST-BREAK THRU 6000-EXIT.
114400
114500     IF W-SP-LAPSING = 'Y'
114600       ADD 1 TO W-LAPSING-CNT
114700       MOVE 4            TO W-PA-METRIC
114800       PERFORM 6200-POST-ANALYST THRU 6200-EXIT
114900       MOVE W-MX-LAPSING TO W-PB-METRIC
115000       PERFORM 6000-POST-BREAK THRU 6000-EXIT
115100     END-IF.
115200
115300 3100-EXIT.
115400      EXIT.
115500
115600******************************************************************
115700* 4000-HELD-CONVERSION                                           *
115800* THE REVIEW QUEUE HOLDS ONE ROW PER HELD PAIR (A PAIR HELD      *
115900* NIGHT AFTER NIGHT IS ONE ROW), SO THE CONVERSION RATE IS NOT   *
116000* DILUTED BY REPEATS THE WAY A COUNT OF HELD-FILE RECORDS WOULD  *
116100* BE.                                                            *
116200******************************************************************
116300
116400 4000-HELD-CONVERSION.
116500
116600     EXEC SQL
116700       OPEN HELDQ
116800     END-EXEC.
116900
117000     IF SQLCODE NOT = 0
117100       MOVE 'Y' TO W-EOF
117200       MOVE 8   TO W-RETURN-CODE
117300       MOVE SQLCODE TO WD-SQL-CODE
117400       DISPLAY WD-SQL-CODE ' ERROR ON OPEN HELDQ'
117500       GO TO 4000-EXIT
117600     END-IF.
117700
117800     MOVE 'N' TO W-CSR-EOF.
117900     PERFORM 4100-FETCH-HELD THRU 4100-EXIT
118000       UNTIL W-CSR-EOF = 'Y'.
118100
118200     EXEC SQL
118300       CLOSE HELDQ
118400     END-EXEC.
118500
118600 4000-EXIT.
118700      EXIT.
118800
118900******************************************************************
119000* 4100-FETCH-HELD                                                *
119100******************************************************************
119200
119300 4100-FETCH-HELD.
119400
119500     EXEC SQL
119600       FETCH HELDQ
119700        INTO :W-RQ-LOC-ID
119800            ,:W-RQ-STATUS
119900            ,:W-RQ-IN-MONTH
120000     END-EXEC.
120100
120200     EVALUATE SQLCODE
120300       WHEN +0
120400         ADD 1 TO W-HQ-TOTAL-CNT
120500       WHEN +100
120600         MOVE 'Y' TO W-CSR-EOF
120700         GO TO 4100-EXIT
120800       WHEN OTHER
120900         MOVE 'Y' TO W-CSR-EOF
121000         MOVE 'Y' TO W-EOF
121100         MOVE 8   TO W-RETURN-CODE
121200         MOVE SQLCODE TO WD-SQL-CODE
121300         DISPLAY WD-SQL-CODE ' ERROR ON FETCH HELDQ'
121400         GO TO 4100-EXIT
121500     END-EVALUATE.
121600
121700     EVALUATE W-RQ-STATUS
121800       WHEN 'APPROVED'
121900         ADD 1 TO W-HQ-APPROVED-CNT
122000       WHEN 'REJECTED'
122100         ADD 1 TO W-HQ-REJECTED-CNT
122200       WHEN 'EXPIRED'
122300         ADD 1 TO W-HQ-EXPIRED-CNT
122400       WHEN OTHER
122500         ADD 1 TO W-HQ-OPEN-CNT
122600     END-EVALUATE.
122700
122800     IF W-RQ-IN-MONTH = 'Y'
122900       ADD 1 TO W-HQ-MONTH-CNT
123000       IF W-RQ-STATUS = 'APPROVED'
123100         ADD 1 TO W-HQ-MONTH-APPROVED-CNT
123200       END-IF
123300     END-IF.
123400
123500     MOVE W-RQ-LOC-ID TO W-RG-LOC-ID.
123600     PERFORM 7200-GET-LOC-REGION THRU 7200-EXIT.
123700
123800     MOVE W-MX-HELD TO W-PB-METRIC.
123900     PERFORM 6000-POST-BREAK THRU 6000-EXIT.
124000
124100     IF W-RQ-STATUS = 'APPROVED'
124200       MOVE W-MX-HELD-APPROVED TO W-PB-METRIC
124300       PERFORM 6000-POST-BREAK THRU 6000-EXIT
124400     END-IF.
124500
124600 4100-EXIT.
124700      EXIT.
124800
124900******************************************************************
125000* 5000-REVERSALS                                                 *
125100* BROWSES THE MERGE HISTORY FOR THE BACKOUT EVENTS OF THE        *
125200* REPORT MONTH.  A MISSING HISTORY JUST MEANS NO REVERSAL        *
125300* FIGURES.                                                       *
125400******************************************************************
125500
125600 5000-REVERSALS.
125700
125800     OPEN INPUT MERGE-HIST-FILE.
125900
126000     IF WS-MRGHIST-FILE-STATUS NOT = '00'
126100       DISPLAY 'CLADRWLD - MERGE HISTORY NOT AVAILABLE, STATUS '
126200           WS-MRGHIST-FILE-STATUS ' - NO REVERSAL FIGURES'
126300       IF W-RETURN-CODE < 4
126400         MOVE 4 TO W-RETURN-CODE
126500       END-IF
126600       GO TO 5000-EXIT
126700     END-IF.
126800
126900     MOVE 'N' TO W-CSR-EOF.
127000     PERFORM 5100-READ-HISTORY THRU 5100-EXIT
127100       UNTIL W-CSR-EOF = 'Y'.
127200
127300     CLOSE MERGE-HIST-FILE.
127400
127500 5000-EXIT.
127600      EXIT.
127700
127800******************************************************************
127900* 5100-READ-HISTORY                                              *
128000******************************************************************
128100
128200 5100-READ-HISTORY.
128300
128400     READ MERGE-HIST-FILE NEXT RECORD
128500       AT END
128600         MOVE 'Y' TO W-CSR-EOF
128700         GO TO 5100-EXIT
128800     END-READ.
128900
129000     IF WS-MRGHIST-FILE-STATUS NOT = '00'
129100        AND WS-MRGHIST-FILE-STATUS NOT = '02'
129200       DISPLAY 'CLADRWLD - MERGE HISTORY READ FAILED, STATUS '
129300           WS-MRGHIST-FILE-STATUS ' - REVERSALS INCOMPLETE'
129400       MOVE 'Y' TO W-CSR-EOF
129500       IF W-RETURN-CODE < 4
129600         MOVE 4 TO W-RETURN-CODE
129700       END-IF
129800       GO TO 5100-EXIT
129900     END-IF.
130000
130100     ADD 1 TO W-HIST-READ-CNT.
130200
130300     IF NOT MH-BACKOUT-EVENT
130400        OR MH-EVENT-TS(1:10) < W-MONTH-START
130500        OR MH-EVENT-TS(1:10) > W-MONTH-END
130600       GO TO 5100-EXIT
130700     END-IF.
130800
130900     ADD 1 TO W-REVERSED-CNT.
131000
131100     MOVE '(AUTO)' TO W-AP-MATCH-ID.
131200     PERFORM 5200-MATCH-APPROVED THRU 5200-EXIT
131300       VARYING W-AP-IX FROM 1 BY 1
131400       UNTIL W-AP-IX > W-AP-USED.
131500
131600     MOVE W-AP-MATCH-ID TO W-PA-ANALYST.
131700     MOVE 2             TO W-PA-METRIC.
131800     PERFORM 6200-POST-ANALYST THRU 6200-EXIT.
131900
132000     MOVE MH-LOC-ID     TO W-RG-LOC-ID.
132100     PERFORM 7200-GET-LOC-REGION THRU 7200-EXIT.
132200     MOVE W-MX-REVERSED TO W-PB-METRIC.
132300     PERFORM 6000-POST-BREAK THRU 6000-EXIT.
132400
132500 5100-EXIT.
132600      EXIT.
132700
132800******************************************************************
132900* 5200-MATCH-APPROVED                                            *
133000* THE LATEST DECK CARD FOR THE PAIR NAMES THE APPROVER.          *
133100******************************************************************
133200
133300 5200-MATCH-APPROVED.
133400
133500     IF W-AP-CIF-ID(W-AP-IX)  = MH-CIF-ID
133600        AND W-AP-CIF-SFX(W-AP-IX) = MH-CIF-SFX
133700        AND W-AP-LOC-ID(W-AP-IX)  = MH-LOC-ID
133800       MOVE W-AP-APPROVER(W-AP-IX) TO W-AP-MATCH-ID
133900     END-IF.
134000
134100 5200-EXIT.
134200      EXIT.
134300
134400******************************************************************
134500* 6000-POST-BREAK                                                *
134600* ADDS ONE TO METRIC W-PB-METRIC UNDER THE REGION IN W-RG-CO-ID  *
134700* AND W-RG-ST - ONCE UNDER THE COMPANY, ONCE UNDER THE STATE.    *
134800******************************************************************
134900
135000 6000-POST-BREAK.
135100
135200     MOVE 'C'          TO W-PB-TYPE.
135300     MOVE W-RG-CO-ID   TO W-PB-CO-ID.
135400     MOVE W-PB-CO-ID   TO W-PB-KEY.
135500
135600     PERFORM 6100-FIND-BREAK THRU 6100-EXIT.
135700
135800     IF W-BK-HIT > 0
135900       ADD 1 TO W-BK-CNT(W-BK-HIT, W-PB-METRIC)
136000     END-IF.
136100
136200     MOVE 'S'          TO W-PB-TYPE.
136300     MOVE W-RG-ST      TO W-PB-KEY.
136400
136500     PERFORM 6100-FIND-BREAK THRU 6100-EXIT.
136600
136700     IF W-BK-HIT > 0
136800       ADD 1 TO W-BK-CNT(W-BK-HIT, W-PB-METRIC)
136900     END-IF.
137000
137100 6000-EXIT.
137200      EXIT.
137300
137400******************************************************************
137500* 6100-FIND-BREAK                                                *
137600* LOOKS W-PB-SORT-KEY UP IN THE BREAK TABLE, ADDING IT IN KEY    *
137700* ORDER WHEN IT IS NEW.  W-BK-HIT IS ITS ENTRY, OR ZERO WHEN THE *
137800* TABLE IS FULL.                                                 *
137900******************************************************************
138000
138100 6100-FIND-BREAK.
138200
138300     MOVE 0 TO W-BK-HIT
138400               W-BK-SLOT.
138500
138600     PERFORM 6110-CHECK-BREAK THRU 6110-EXIT
138700       VARYING W-BK-IX FROM 1 BY 1
138800       UNTIL W-BK-IX > W-BK-USED
138900          OR W-BK-HIT  > 0
139000          OR W-BK-SLOT > 0.
139100
139200     IF W-BK-HIT > 0
139300       GO TO 6100-EXIT
139400     END-IF.
139500
139600     IF W-BK-USED >= W-BK-MAX
139700       MOVE 'Y' TO W-BK-OVERFLOW
139800       GO TO 6100-EXIT
139900     END-IF.
140000
140100     IF W-BK-SLOT = 0
140200       COMPUTE W-BK-SLOT = W-BK-USED + 1
140300     ELSE
140400       PERFORM 6120-SHIFT-BREAK THRU 6120-EXIT
140500         VARYING W-BK-JX FROM W-BK-USED BY -1
140600         UNTIL W-BK-JX < W-BK-SLOT
140700     END-IF.
140800
140900     ADD 1 TO W-BK-USED.
141000     INITIALIZE W-BK-ENTRY(W-BK-SLOT).
141100     MOVE W-PB-SORT-KEY TO W-BK-SORT-KEY(W-BK-SLOT).
141200     MOVE W-BK-SLOT     TO W-BK-HIT.
141300
141400 6100-EXIT.
141500      EXIT.
141600
141700******************************************************************
141800* 6110-CHECK-BREAK                                               *
141900******************************************************************
142000
142100 6110-CHECK-BREAK.
142200
142300     IF W-BK-SORT-KEY(W-BK-IX) = W-PB-SORT-KEY
142400       MOVE W-BK-IX TO W-BK-HIT
142500     ELSE
142600       IF W-BK-SORT-KEY(W-BK-IX) > W-PB-SORT-KEY
142700         MOVE W-BK-IX TO W-BK-SLOT
142800       END-IF
142900     END-IF.
143000
143100 6110-EXIT.
143200      EXIT.
143300
143400******************************************************************
143500* 6120-SHIFT-BREAK                                               *
143600******************************************************************
143700
143800 6120-SHIFT-BREAK.
143900
144000     MOVE W-BK-ENTRY(W-BK-JX) TO W-BK-ENTRY(W-BK-JX + 1).
144100
144200 6120-EXIT.
144300      EXIT.
144400
144500******************************************************************
144600* 6200-POST-ANALYST                                              *
144700* ADDS ONE TO COUNTER W-PA-METRIC OF ANALYST W-PA-ANALYST,       *
144800* ADDING THE ANALYST IN ID ORDER WHEN NEW.                       *
144900******************************************************************
145000
145100 6200-POST-ANALYST.
145200
145300     MOVE 0 TO W-AN-HIT
145400               W-AN-SLOT.
145500
145600     PERFORM 6210-CHECK-ANALYST THRU 6210-EXIT
145700       VARYING W-AN-IX FROM 1 BY 1
145800       UNTIL W-AN-IX > W-AN-USED
145900          OR W-AN-HIT  > 0
146000          OR W-AN-SLOT > 0.
146100
146200     IF W-AN-HIT > 0
146300       GO TO 6200-ADD
146400     END-IF.
146500
146600     IF W-AN-USED >= W-AN-MAX
146700       MOVE 'Y' TO W-AN-OVERFLOW
146800       GO TO 6200-EXIT
146900     END-IF.
147000
147100     IF W-AN-SLOT = 0
147200       COMPUTE W-AN-SLOT = W-AN-USED + 1
147300     ELSE
147400       PERFORM 6220-SHIFT-ANALYST THRU 6220-EXIT
147500         VARYING W-AN-JX FROM W-AN-USED BY -1
147600         UNTIL W-AN-JX < W-AN-SLOT
147700     END-IF.
147800
147900     ADD 1 TO W-AN-USED.
148000     INITIALIZE W-AN-ENTRY(W-AN-SLOT).
148100     MOVE W-PA-ANALYST TO W-AN-ID(W-AN-SLOT).
148200     MOVE W-AN-SLOT    TO W-AN-HIT.
148300
148400 6200-ADD.
148500
148600     ADD 1 TO W-AN-CNT(W-AN-HIT, W-PA-METRIC).
148700
148800 6200-EXIT.
148900      EXIT.
149000
149100******************************************************************
149200* 6210-CHECK-ANALYST                                             *
149300******************************************************************
149400
149500 6210-CHECK-ANALYST.
149600
149700     IF W-AN-ID(W-AN-IX) = W-PA-ANALYST
149800       MOVE W-AN-IX TO W-AN-HIT
149900     ELSE
150000       IF W-AN-ID(W-AN-IX) > W-PA-ANALYST
150100         MOVE W-AN-IX TO W-AN-SLOT
150200       END-IF
150300     END-IF.
150400
150500 6210-EXIT.
150600      EXIT.
150700
150800******************************************************************
150900* 6220-SHIFT-ANALYST                                             *
151000******************************************************************
151100
151200 6220-SHIFT-ANALYST.
151300
151400     MOVE W-AN-ENTRY(W-AN-JX) TO W-AN-ENTRY(W-AN-JX + 1).
151500
151600 6220-EXIT.
151700      EXIT.
151800
151900******************************************************************
152000* 7100-GET-CIF-REGION                                            *
152100* A SUBLOCATION'S COMPANY AND STATE ARE THOSE OF THE LOCATION    *
152200* ITS CURRENT ADDRESS ROW HANGS FROM.  NOT FOUND REPORTS UNDER   *
152300* UNKNOWN (CO_ID ZERO, STATE BLANK).                             *
152400******************************************************************
152500
152600 7100-GET-CIF-REGION.
152700
152800     MOVE 0      TO W-RG-CO-ID.
152900     MOVE SPACES TO W-RG-ST.
153000
153100     EXEC SQL
153200       SELECT D.CO_ID
153300             ,D.CUST_ST_C
153400         INTO :W-RG-CO-ID
153500             ,:W-RG-ST
153600         FROM CL.TCLF_CO_LOCN_ADDR A
153700             ,CL.TCLF_CO_LOCN_DTL  D
153800        WHERE A.CIF_ID             = :W-RG-CIF-ID
153900          AND A.CIF_SUB_LOCN_SFX_C = :W-RG-CIF-SFX
154000          AND A.ADDR_EFF_TS       <= CURRENT TIMESTAMP
154100          AND A.EXP_TS            >= CURRENT TIMESTAMP
154200          AND D.LOC_ID             = A.CO_LOCN_N
154300          AND D.CO_LOCN_EFF_TS    <= CURRENT TIMESTAMP
154400          AND D.EXP_TS            >= CURRENT TIMESTAMP
154500        FETCH FIRST 1 ROW ONLY
154600       WITH UR
154700     END-EXEC.
154800
154900     EVALUATE SQLCODE
155000       WHEN +0
155100         CONTINUE
155200       WHEN +100
155300         ADD 1 TO W-REGION-MISS-CNT
155400       WHEN OTHER
155500         ADD 1 TO W-REGION-MISS-CNT
155600         MOVE SQLCODE TO WD-SQL-CODE
155700         DISPLAY WD-SQL-CODE ' ERROR ON SELECT CIF REGION '
155800             W-RG-CIF-ID
155900         IF W-RETURN-CODE < 4
156000           MOVE 4 TO W-RETURN-CODE
156100         END-IF
156200     END-EVALUATE.
156300
156400 7100-EXIT.
156500      EXIT.
156600
156700******************************************************************
156800* 7200-GET-LOC-REGION                                            *
156900* THE LOCATION'S MOST RECENT VERSION, EXPIRED OR NOT - A         *
157000* MERGED-AWAY OR BACKED-OUT LOCATION STILL BELONGS TO A REGION.  *
157100******************************************************************
157200
157300 7200-GET-LOC-REGION.
157400
157500     MOVE 0      TO W-RG-CO-ID.
157600     MOVE SPACES TO W-RG-ST.
157700
157800     EXEC SQL
157900       SELECT CO_ID
158000             ,CUST_ST_C
158100         INTO :W-RG-CO-ID
158200             ,:W-RG-ST
158300         FROM CL.TCLF_CO_LOCN_DTL
158400        WHERE LOC_ID = :W-RG-LOC-ID
158500        ORDER BY EXP_TS DESC
158600        FETCH FIRST 1 ROW ONLY
158700       WITH UR
158800     END-EXEC.
158900
159000     EVALUATE SQLCODE
159100       WHEN +0
159200         CONTINUE
159300       WHEN +100
159400         ADD 1 TO W-REGION-MISS-CNT
159500       WHEN OTHER
159600         ADD 1 TO W-REGION-MISS-CNT
159700         MOVE SQLCODE TO WD-SQL-CODE
159800         DISPLAY WD-SQL-CODE ' ERROR ON SELECT LOC REGION'
159900         IF W-RETURN-CODE < 4
160000           MOVE 4 TO W-RETURN-CODE
160100         END-IF
160200     END-EVALUATE.
160300
160400 7200-EXIT.
160500      EXIT.
160600
160700******************************************************************
160800* 8000-PRINT-REPORT                                              *
160900******************************************************************
161000
161100 8000-PRINT-REPORT.
161200
161300     WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-1.
161400     WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-2.
161500     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
161600
161700*    AGE-TO-CLEAR TREND
161800     MOVE 'AGE TO CLEAR (DAYS) - EXCEPTIONS CLEARED BY MONTH'
161900       TO WO-SECTION-TITLE.
162000     WRITE OUTPUT-REPORT-REC FROM SECTION-HEADER.
162100     WRITE OUTPUT-REPORT-REC FROM AGE-HEADER.
162200     PERFORM 8100-PRINT-AGE-LINE THRU 8100-EXIT
162300       VARYING W-CM-IX FROM 1 BY 1
162400       UNTIL W-CM-IX > W-CM-USED.
162500     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
162600
162700*    OPEN EXCEPTIONS PAST THE SLA LINES
162800     MOVE 'OPEN EXCEPTIONS AT MONTH END'
162900       TO WO-SECTION-TITLE.
163000     WRITE OUTPUT-REPORT-REC FROM SECTION-HEADER.
163100     MOVE 'Open Exceptions'          TO WO-CT-LABEL.
163200     MOVE W-OPEN-CNT                 TO WO-CT-CNT.
163300     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
163400     MOVE 'Open Over 30 Days'        TO WO-CT-LABEL.
163500     MOVE W-OPEN-30-CNT              TO WO-CT-CNT.
163600     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
163700     MOVE 'Open Over 60 Days'        TO WO-CT-LABEL.
163800     MOVE W-OPEN-60-CNT              TO WO-CT-CNT.
163900     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
164000     MOVE 'Open Over 90 Days'        TO WO-CT-LABEL.
164100     MOVE W-OPEN-90-CNT              TO WO-CT-CNT.
164200     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
164300     MOVE 'Cleared In Report Month'  TO WO-CT-LABEL.
164400     MOVE W-CLEARED-CNT              TO WO-CT-CNT.
164500     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
164600     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
164700
164800*    PER-ANALYST WORKLOAD
164900     MOVE 'ANALYST WORKLOAD' TO WO-SECTION-TITLE.
165000     WRITE OUTPUT-REPORT-REC FROM SECTION-HEADER.
165100     WRITE OUTPUT-REPORT-REC FROM ANALYST-HEADER.
165200     PERFORM 8300-PRINT-ANALYST-LINE THRU 8300-EXIT
165300       VARYING W-AN-IX FROM 1 BY 1
165400       UNTIL W-AN-IX > W-AN-USED.
165500     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
165600
165700*    HELD-TO-APPROVED CONVERSION
165800     MOVE 'HELD-TO-APPROVED CONVERSION' TO WO-SECTION-TITLE.
165900     WRITE OUTPUT-REPORT-REC FROM SECTION-HEADER.
166000     MOVE 'Pairs Held To Date'       TO WO-CT-LABEL.
166100     MOVE W-HQ-TOTAL-CNT             TO WO-CT-CNT.
166200     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
166300     MOVE '  Approved'               TO WO-CT-LABEL.
166400     MOVE W-HQ-APPROVED-CNT          TO WO-CT-CNT
166500                                        W-RATE-NUMERATOR.
166600     MOVE W-HQ-TOTAL-CNT             TO W-RATE-DIVISOR.
166700     PERFORM 8400-SET-RATE THRU 8400-EXIT.
166800     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
166900     MOVE SPACES                     TO WO-CT-PCT-SIGN.
167000     MOVE 0                          TO WO-CT-PCT.
167100     MOVE '  Rejected'               TO WO-CT-LABEL.
167200     MOVE W-HQ-REJECTED-CNT          TO WO-CT-CNT.
167300     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
167400     MOVE '  Expired'                TO WO-CT-LABEL.
167500     MOVE W-HQ-EXPIRED-CNT           TO WO-CT-CNT.
167600     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
167700     MOVE '  Still Open'             TO WO-CT-LABEL.
167800     MOVE W-HQ-OPEN-CNT              TO WO-CT-CNT.
167900     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
168000     MOVE 'Pairs First Held In Month' TO WO-CT-LABEL.
168100     MOVE W-HQ-MONTH-CNT             TO WO-CT-CNT.
168200     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
168300     MOVE '  Approved'               TO WO-CT-LABEL.
168400     MOVE W-HQ-MONTH-APPROVED-CNT    TO WO-CT-CNT
168500                                        W-RATE-NUMERATOR.
168600     MOVE W-HQ-MONTH-CNT             TO W-RATE-DIVISOR.
168700     PERFORM 8400-SET-RATE THRU 8400-EXIT.
168800     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
168900     MOVE SPACES                     TO WO-CT-PCT-SIGN.
169000     MOVE 0                          TO WO-CT-PCT.
169100     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
169200
169300*    REGIONAL BREAKS - COMPANIES THEN STATES
169400     MOVE 'TOTALS BY COMPANY (CO_ID) AND STATE (CUST_ST_C)'
169500       TO WO-SECTION-TITLE.
169600     WRITE OUTPUT-REPORT-REC FROM SECTION-HEADER.
169700     MOVE SPACES TO W-BK-LAST-TYPE.
169800     PERFORM 8500-PRINT-BREAK-LINE THRU 8500-EXIT
169900       VARYING W-BK-IX FROM 1 BY 1
170000       UNTIL W-BK-IX > W-BK-USED.
170100
170200     IF W-BK-OVERFLOW = 'Y'
170300        OR W-AN-OVERFLOW = 'Y'
170400       DISPLAY 'CLADRWLD - BREAK OR ANALYST TABLE FULL - SOME '
170500           'BREAK TOTALS LEFT OFF THE REPORT'
170600       IF W-RETURN-CODE < 4
170700         MOVE 4 TO W-RETURN-CODE
170800       END-IF
170900     END-IF.
171000
171100 8000-EXIT.
171200      EXIT.
171300
171400******************************************************************
171500* 8100-PRINT-AGE-LINE                                            *
171600******************************************************************
171700
171800 8100-PRINT-AGE-LINE.
171900
172000     MOVE W-CM-MONTH(W-CM-IX) TO WO-AG-MONTH.
172100     MOVE W-CM-CNT(W-CM-IX)   TO WO-AG-CNT.
172200     COMPUTE WO-AG-AVG ROUNDED =
172300         W-CM-SUM(W-CM-IX) / W-CM-CNT(W-CM-IX).
172400     MOVE W-CM-P50(W-CM-IX)   TO WO-AG-P50.
172500     MOVE W-CM-P90(W-CM-IX)   TO WO-AG-P90.
172600     MOVE W-CM-P95(W-CM-IX)   TO WO-AG-P95.
172700
172800     WRITE OUTPUT-REPORT-REC FROM AGE-DETAIL.
172900
173000 8100-EXIT.
173100      EXIT.
173200
173300******************************************************************
173400* 8300-PRINT-ANALYST-LINE                                        *
173500******************************************************************
173600
173700 8300-PRINT-ANALYST-LINE.
173800
173900     MOVE W-AN-ID(W-AN-IX)     TO WO-AN-ID.
174000     MOVE W-AN-CNT(W-AN-IX, 1) TO WO-AN-APPROVED.
174100     MOVE W-AN-CNT(W-AN-IX, 2) TO WO-AN-REVERSED.
174200     MOVE W-AN-CNT(W-AN-IX, 3) TO WO-AN-SUPPRESSED.
174300     MOVE W-AN-CNT(W-AN-IX, 4) TO WO-AN-LAPSING.
174400
174500     WRITE OUTPUT-REPORT-REC FROM ANALYST-DETAIL.
174600
174700 8300-EXIT.
174800      EXIT.
174900
175000******************************************************************
175100* 8400-SET-RATE                                                  *
175200* W-RATE-NUMERATOR OVER W-RATE-DIVISOR AS A PERCENTAGE; NOTHING  *
175300* PRINTS FOR AN EMPTY DIVISOR.                                   *
175400******************************************************************
175500
175600 8400-SET-RATE.
175700
175800     MOVE 0      TO WO-CT-PCT.
175900     MOVE SPACES TO WO-CT-PCT-SIGN.
176000
176100     IF W-RATE-DIVISOR = 0
176200       GO TO 8400-EXIT
176300     END-IF.
176400
176500     COMPUTE WO-CT-PCT ROUNDED =
176600         W-RATE-NUMERATOR * 100 / W-RATE-DIVISOR.
176700
176800     MOVE '%' TO WO-CT-PCT-SIGN.
176900
177000 8400-EXIT.
177100      EXIT.
177200
177300******************************************************************
177400* 8500-PRINT-BREAK-LINE                                          *
177500* A COLUMN HEADING PRINTS AHEAD OF THE FIRST COMPANY AND THE     *
177600* FIRST STATE.                                                   *
177700******************************************************************
177800
177900 8500-PRINT-BREAK-LINE.
178000
178100     IF W-BK-TYPE(W-BK-IX) NOT = W-BK-LAST-TYPE
178200       MOVE W-BK-TYPE(W-BK-IX) TO W-BK-LAST-TYPE
178300       IF W-BK-TYPE(W-BK-IX) = 'C'
178400         MOVE 'Co Id'  TO WO-BH-KEY-TITLE
178500       ELSE
178600         WRITE OUTPUT-REPORT-REC FROM BLANK-LINE
178700         MOVE 'State'  TO WO-BH-KEY-TITLE
178800       END-IF
178900       WRITE OUTPUT-REPORT-REC FROM BREAK-HEADER
179000     END-IF.
179100
179200     MOVE SPACES TO WO-BK-KEY.
179300
179400     IF W-BK-TYPE(W-BK-IX) = 'C'
179500       MOVE W-BK-KEY(W-BK-IX) TO W-PB-CO-ID
179600       IF W-PB-CO-ID = 0
179700         MOVE 'UNKNOWN'     TO WO-BK-KEY
179800       ELSE
179900         MOVE W-PB-CO-ID    TO W-PB-CO-ID-D
180000         MOVE W-PB-CO-ID-D  TO WO-BK-KEY
180100       END-IF
180200     ELSE
180300       IF W-BK-KEY(W-BK-IX) = SPACES
180400         MOVE 'UNKNOWN'     TO WO-BK-KEY
180500       ELSE
180600         MOVE W-BK-KEY(W-BK-IX) TO WO-BK-KEY
180700       END-IF
180800     END-IF.
180900
181000     PERFORM 8510-MOVE-BREAK-CNT THRU 8510-EXIT
181100       VARYING W-BK-JX FROM 1 BY 1
181200       UNTIL W-BK-JX > 10.
181300
181400     WRITE OUTPUT-REPORT-REC FROM BREAK-DETAIL.
181500
181600 8500-EXIT.
181700      EXIT.
181800
181900******************************************************************
182000* 8510-MOVE-BREAK-CNT                                            *
182100******************************************************************
182200
182300 8510-MOVE-BREAK-CNT.
182400
182500     MOVE W-BK-CNT(W-BK-IX, W-BK-JX) TO WO-BK-CNT-D(W-BK-JX).
182600
182700 8510-EXIT.
182800      EXIT.
182900
183000******************************************************************
183100* 9000-STATS                                                     *
183200******************************************************************
183300
183400 9000-STATS.
183500
183550     MOVE W-APPROVED-CNT      TO W-APPROVED-CNT-D.
183600     MOVE W-APPROVED-READ-CNT TO W-APPROVED-READ-CNT-D.
183700     MOVE W-REVERSED-CNT      TO W-REVERSED-CNT-D.
183800     MOVE W-HIST-READ-CNT     TO W-HIST-READ-CNT-D.
183900     MOVE W-REGION-MISS-CNT   TO W-REGION-MISS-CNT-D.
184000
184100     DISPLAY 'Report Month            : ' W-RPT-MONTH.
184150     DISPLAY 'Approvals In Month      : ' W-APPROVED-CNT-D.
184200     DISPLAY 'Approval Cards Loaded   : ' W-APPROVED-READ-CNT-D.
184300     DISPLAY 'History Events Read     : ' W-HIST-READ-CNT-D.
184400     DISPLAY 'Reversals In Month      : ' W-REVERSED-CNT-D.
184500     DISPLAY 'Region Not Found        : ' W-REGION-MISS-CNT-D.
184600
184700 9000-EXIT.
184800      EXIT.
184900
185000******************************************************************
185100* 9999-CLOSE                                                     *
185200******************************************************************
185300
185400 9999-CLOSE.
185500
185600     CLOSE OUTPUT-REPORT.
185700
185800 9999-EXIT.
185900      EXIT.
186000
186100******************************************************************
186200******************************************************************
186300*                   E N D   O F   P R O G R A M                  *
186400******************************************************************
186500******************************************************************
186600
