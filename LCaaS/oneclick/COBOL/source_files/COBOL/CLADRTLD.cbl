000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLADRTLD.
000300 AUTHOR.        AMBICA
000400 DATE-WRITTEN.  10/2026.
000500
000600******************************************************************
000700******************************************************************
000800*                                                                *
000900*                   C  L  A  D  R  T  L  D                       *
001000*                                                                *
001100*  Point-in-time ("as-of") extract of the location master.       *
001200*  Takes an as-of timestamp on a parm card and rebuilds the      *
001300*  whole CL.TCLF_CO_LOCN_DTL population from the CO_LOCN_EFF_TS  *
001400*  /EXP_TS windows - every LOC_ID version in effect at that      *
001500*  moment - optionally limited to one CO_ID and/or one           *
001600*  CUST_ST_C.  Each version is written whole, in CLF0060B        *
001700*  layout, to the extract.  A summary page then says how many    *
001800*  of those versions have since been expired by a CLADRILD       *
001900*  merge, how many of those merges CLADRULD later backed out     *
002000*  (restoring the location), and how many went by ordinary       *
002100*  maintenance, from the merge-history KSDS loaded by CLADRKLD.  *
002200*  Answers subpoena and rate-dispute requests without ad-hoc     *
002300*  SQL.  Read-only against DB2 and the history.                  *
002400*                                                                *
002500******************************************************************
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.          IBM-370.
003100 OBJECT-COMPUTER.          IBM-370.
003200 SPECIAL-NAMES.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     SELECT OUTPUT-REPORT ASSIGN TO UT-S-REPORT.
003700     SELECT ASOF-EXTRACT  ASSIGN TO UT-S-ASOFEXT.
003800     SELECT MERGE-HIST-FILE ASSIGN TO MRGHIST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS MH-KEY
004200         ALTERNATE RECORD KEY IS MH-LOC-ID WITH DUPLICATES
004300         FILE STATUS IS WS-MRGHIST-FILE-STATUS.
004400     SELECT PARM-FILE     ASSIGN TO UT-S-PARM
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
005900*  AS-OF EXTRACT - ONE CL.TCLF_CO_LOCN_DTL VERSION PER RECORD,   *
006000*  WRITTEN FROM CLF0060C-REC SO SUBSCRIBERS READ IT WITH THE     *
006100*  CLF0060B COPYBOOK.                                            *
006200******************************************************************
006300 FD  ASOF-EXTRACT
006400     RECORDING MODE IS F
006500     RECORD CONTAINS 932 CHARACTERS
006600     LABEL RECORDS ARE STANDARD
006700     BLOCK CONTAINS 0 RECORDS.
006800
006900 01  ASOF-EXTRACT-REC                 PIC  X(932).
007000
007100******************************************************************
007200*  MERGE-HISTORY KSDS LOADED NIGHTLY BY CLADRKLD.  BROWSED ON    *
007300*  THE LOC_ID ALTERNATE KEY FOR EACH EXPIRED OR RESTORED         *
007400*  VERSION.  LAYOUT MUST STAY IN STEP WITH CLADRKLD.             *
007500******************************************************************
007600 FD  MERGE-HIST-FILE
007700     RECORD CONTAINS 120 CHARACTERS.
007800
007900 01  MERGE-HIST-REC.
008000     05 MH-KEY.
008100        10 MH-CIF-ID                PIC  X(09).
008200        10 MH-CIF-SFX               PIC  X(04).
008300        10 MH-EVENT-TS              PIC  X(26).
008400        10 MH-EVENT-TYPE            PIC  X(01).
008500           88 MH-MERGE-EVENT                 VALUE 'M'.
008600           88 MH-BACKOUT-EVENT               VALUE 'B'.
0086AA           88 MH-REPOINT-EVENT               VALUE 'R'.
008700     05 MH-LOC-ID                   PIC  9(09).
008800     05 MH-CO-ID                    PIC  9(09).
008900     05 MH-PROGRAM                  PIC  X(08).
009000     05 MH-RUN-ID                   PIC  X(14).
009100     05 MH-MERGE-RUN-ID             PIC  X(14).
009200     05 FILLER                      PIC  X(26).
009300
009400******************************************************************
009500*  EXTRACT PARM - THE AS-OF TIMESTAMP (REQUIRED, ISO FORMAT      *
009600*  YYYY-MM-DD-HH.MM.SS.NNNNNN) AND OPTIONALLY A CO_ID AND/OR A   *
009700*  CUST_ST_C TO LIMIT THE EXTRACT.                               *
009800******************************************************************
009900 FD  PARM-FILE
010000     RECORDING MODE IS F
010100     RECORD CONTAINS 80 CHARACTERS
010200     LABEL RECORDS ARE STANDARD
010300     BLOCK CONTAINS 0 RECORDS.
010400
010500 01  PARM-FILE-REC.
010600     05 PARM-ASOF-TS                PIC  X(26).
010700     05 PARM-CO-ID                  PIC  9(09).
010800     05 PARM-CUST-ST-C              PIC  X(02).
010900     05 FILLER                      PIC  X(43).
011000
011100******************************************************************
011200******************************************************************
011300*                 W O R K I N G   S T O R A G E                  *
011400******************************************************************
011500******************************************************************
011600
011700 WORKING-STORAGE SECTION.
011800
011900 01 WE-EYE-CATCHER                    PIC  X(80) VALUE
012000        'WORKING STORAGE FOR CLADRTLD BEGINS HERE'.
012100
012200 01 WORKING-VARIABLES.
012300    05 W-TIMESTAMP                    PIC  X(26) VALUE SPACES.
012400    05 W-PROGRAM                      PIC  X(08) VALUE 'CLADRTLD'.
012500    05 W-EOF                          PIC  X(01) VALUE 'N'.
012600    05 W-RETURN-CODE                  PIC  9(04) VALUE 0.
012700    05 W-ASOF-PAST-IND                PIC  X(01) VALUE 'N'.
012800
012900 01 WORKING-COUNTERS.
013000    05 W-VERSIONS-CNT                 PIC  9(09) VALUE 0.
013100    05 W-VERSIONS-CNT-D               PIC  ZZZ,ZZZ,ZZ9.
013200    05 W-CURRENT-CNT                  PIC  9(09) VALUE 0.
013300    05 W-CURRENT-CNT-D                PIC  ZZZ,ZZZ,ZZ9.
013400    05 W-EXPIRED-CNT                  PIC  9(09) VALUE 0.
013500    05 W-EXPIRED-CNT-D                PIC  ZZZ,ZZZ,ZZ9.
013600    05 W-MERGED-CNT                   PIC  9(09) VALUE 0.
013700    05 W-MERGED-CNT-D                 PIC  ZZZ,ZZZ,ZZ9.
013800    05 W-RESTORED-CNT                 PIC  9(09) VALUE 0.
013900    05 W-RESTORED-CNT-D               PIC  ZZZ,ZZZ,ZZ9.
014000    05 W-MAINT-CNT                    PIC  9(09) VALUE 0.
014100    05 W-MAINT-CNT-D                  PIC  ZZZ,ZZZ,ZZ9.
014200
014300******************************************************************
014400*  MERGE-HISTORY LOOKUP FOR ONE VERSION - THE FIRST MERGE INTO   *
014500*  ITS LOC_ID AT OR AFTER THE AS-OF MOMENT (ITS RUN AND MERGING  *
014600*  SUBLOCATION), AND WHETHER A BACKOUT OF THAT MERGE FOLLOWED.   *
014700******************************************************************
014800 01 HISTORY-VARIABLES.
014900    05 W-HIST-OPEN                    PIC  X(01) VALUE 'N'.
015000    05 W-HIST-EOF                     PIC  X(01) VALUE 'N'.
015100    05 W-HIST-FAILED                  PIC  X(01) VALUE 'N'.
015200    05 W-MERGE-TS                     PIC  X(26) VALUE SPACES.
015210    05 W-MERGE-RUN-ID                 PIC  X(14) VALUE SPACES.
015220    05 W-MERGE-CIF-ID                 PIC  X(09) VALUE SPACES.
015230    05 W-MERGE-CIF-SFX                PIC  X(04) VALUE SPACES.
015300    05 W-RESTORED-IND                 PIC  X(01) VALUE 'N'.
015400
015500******************************************************************
015600*  AS-OF MOMENT AND FILTERS LOADED FROM PARM-FILE                *
015700******************************************************************
015800 01 PARM-VARIABLES.
015900    05 WS-PARM-EOF                    PIC  X(01) VALUE 'N'.
016000    05 WS-PARM-FILE-STATUS            PIC  X(02) VALUE '00'.
016100    05 WS-MRGHIST-FILE-STATUS         PIC  X(02) VALUE '00'.
016200    05 WS-PARM-ASOF-TS                PIC  X(26) VALUE SPACES.
016300    05 WS-PARM-CO-ID                  PIC S9(09) USAGE COMP
016400                                                 VALUE +0.
016500    05 WS-PARM-CO-ID-D                PIC  9(09) VALUE 0.
016600    05 WS-PARM-CUST-ST-C              PIC  X(02) VALUE SPACES.
016700
016800*  NULL INDICATORS FOR THE WHOLE-ROW FETCH - ONLY THE TWO        *
016900*  PARENT LOCATION COLUMNS (3 AND 4) ARE NULLABLE                *
017000 01 VERSION-NULL-INDS.
017100    05 W-VR-IND                       PIC S9(04) USAGE COMP
017200                                          OCCURS 68 TIMES.
017300
017400******************************************************************
017500* SQL ERROR HANDLING VARIABLES                                   *
017600******************************************************************
017700
017800 01 ERROR-CODE.
017900    05 WD-SQL-CODE                    PIC  9(09) VALUE ZERO.
018000
018100******************************************************************
018200*  COPY VARIABLES                                                *
018300******************************************************************
018400
018500 COPY CLF0060B.
018600
018700******************************************************************
018800*  SQL COMMUNICATIONS AREA                                       *
018900******************************************************************
019000
019100     EXEC SQL
019200        INCLUDE SQLCA
019300     END-EXEC.
019400
019500******************************************************************
019600*  TABLE DECLARATIONS                                            *
019700******************************************************************
019800
019900     EXEC SQL DECLARE CL.TCLF_CO_LOCN_DTL TABLE
020000     ( LOC_ID                         INTEGER NOT NULL,
020100       CO_LOCN_EFF_TS                 TIMESTAMP NOT NULL,
020200       ULT_PRNT_CO_LOCN_N             INTEGER,
020300       IMD_PRNT_CO_LOCN_N             INTEGER,
020400       NMFTA_SPL_C                    CHAR(09) NOT NULL,
020500       NMFTA_SPL_SFX_C                CHAR(03) NOT NULL,
020600       EXP_TS                         TIMESTAMP NOT NULL,
020700       LST_MAINT_TS                   TIMESTAMP NOT NULL,
020800       LST_MAINT_USER_ID              CHAR(08) NOT NULL,
020900       LOC_NM                         CHAR(90) NOT NULL,
021000       MAILING_ADV_BAR_C              CHAR(02) NOT NULL,
021100       MAILING_CHK_DIGIT              CHAR(01) NOT NULL,
021200       BOL_FAX_BK_N                   CHAR(12) NOT NULL,
021300       BOL_FAX_CNFRM_TXT              CHAR(40) NOT NULL,
021400       BOL_FAX_CNFRM_C                CHAR(01) NOT NULL,
021500       BOL_RELS_C                     CHAR(01) NOT NULL,
021600       BL_WC_EDI_IND                  CHAR(01) NOT NULL,
021700       RLINC_CUST_EDI_ID              CHAR(04) NOT NULL,
021800       DIALIN_CUST_EDI_ID             CHAR(12) NOT NULL,
021900       CORP_TP_C                      CHAR(02) NOT NULL,
022000       INFO_SRC_C                     CHAR(02) NOT NULL,
022100       MAINT_RSN_C                    CHAR(02) NOT NULL,
022200       PHYS_SRVC_C                    CHAR(01) NOT NULL,
022300       BS_STAT_C                      CHAR(02) NOT NULL,
022400       COMMENTS                       CHAR(45) NOT NULL,
022500       CO_ID                          INTEGER NOT NULL,
022600       CUST_633_ID                    CHAR(12) NOT NULL,
022700       CUST_CITY_333_C                CHAR(09) NOT NULL,
022800       CUST_ST_C                      CHAR(02) NOT NULL,
022900       TRAFF_ACCT_N                   CHAR(11) NOT NULL,
023000       MAILING_CNTRY_C                CHAR(03) NOT NULL,
023100       MAILING_ST_PRVNC_C             CHAR(02) NOT NULL,
023200       MAILING_CNTY_NM                CHAR(30) NOT NULL,
023300       MAILING_CITY                   CHAR(30) NOT NULL,
023400       MAILING_POSTAL_C               CHAR(09) NOT NULL,
023500       MAILING_ADDR_1                 CHAR(35) NOT NULL,
023600       MAILING_ADDR_2                 CHAR(35) NOT NULL,
023700       MAILING_ADDR_3                 CHAR(35) NOT NULL,
023800       PHYS_CNTRY_C                   CHAR(03) NOT NULL,
023900       PHYS_ST_PRVNC_C                CHAR(02) NOT NULL,
024000       PHYS_CNTY_NM                   CHAR(30) NOT NULL,
024100       PHYS_CITY                      CHAR(30) NOT NULL,
024200       PHYS_POSTAL_C                  CHAR(09) NOT NULL,
024300       PHYS_ADDR_1                    CHAR(35) NOT NULL,
024400       PHYS_ADDR_2                    CHAR(35) NOT NULL,
024500       PHYS_ADDR_3                    CHAR(35) NOT NULL,
024600       CIF_ID                         CHAR(09) NOT NULL,
024700       CIF_ID_TP_C                    CHAR(01) NOT NULL,
024800       MRGR_CIF_N                     CHAR(09) NOT NULL,
024900       TEMP_PERM_C                    CHAR(02) NOT NULL,
025000       CIF_ULT_PRNT_N                 CHAR(09) NOT NULL,
025100       CIF_IMD_PRNT_N                 CHAR(09) NOT NULL,
025200       ARI_LST_MAINT_DT               DATE NOT NULL,
025300       ARI_EFF_DT                     DATE NOT NULL,
025400       ARI_EXP_DT                     DATE NOT NULL,
025500       NLOC_LOC_ID                    INTEGER NOT NULL,
025600       NLOC_CIF_ID                    CHAR(09) NOT NULL,
025700       CIF_DOM_PRNT_N                 CHAR(09) NOT NULL,
025800       CIF_TAX_ID_QLF                 CHAR(02) NOT NULL,
025900       CIF_TAX_ID                     VARCHAR(50) NOT NULL,
026000       CIF_MAIL_POSTC                 CHAR(11) NOT NULL,
026100       CIF_PHYS_POSTC                 CHAR(11) NOT NULL,
026200       CIF_CMNT                       CHAR(30) NOT NULL,
026300       DBA_NME_CD                     CHAR(01) NOT NULL,
026400       BILL_ADDR_CD                   CHAR(01) NOT NULL,
026500       DELY_ADDR_CD                   CHAR(01) NOT NULL,
026600       CIF_SUB_CD                     CHAR(04) NOT NULL,
026700       NLOC_CIF_SUB_CD                CHAR(04) NOT NULL
026800     ) END-EXEC.
026900
027000******************************************************************
027100*  SQL CURSORS                                                   *
027200******************************************************************
027300
027400* every version in effect at the as-of moment, whole row, in
027500* LOC_ID order.  A version that expired at the very moment asked
027600* about has given way to its successor and is not selected.
027700     EXEC SQL
027800       DECLARE ASOFDTL CURSOR FOR
027900        SELECT LOC_ID
028000              ,CO_LOCN_EFF_TS
028100              ,ULT_PRNT_CO_LOCN_N
028200              ,IMD_PRNT_CO_LOCN_N
028300              ,NMFTA_SPL_C
028400              ,NMFTA_SPL_SFX_C
028500              ,EXP_TS
028600              ,LST_MAINT_TS
028700              ,LST_MAINT_USER_ID
028800              ,LOC_NM
028900              ,MAILING_ADV_BAR_C
029000              ,MAILING_CHK_DIGIT
029100              ,BOL_FAX_BK_N
029200              ,BOL_FAX_CNFRM_TXT
029300              ,BOL_FAX_CNFRM_C
029400              ,BOL_RELS_C
029500              ,BL_WC_EDI_IND
029600              ,RLINC_CUST_EDI_ID
029700              ,DIALIN_CUST_EDI_ID
029800              ,CORP_TP_C
029900              ,INFO_SRC_C
030000              ,MAINT_RSN_C
030100              ,PHYS_SRVC_C
030200              ,BS_STAT_C
030300              ,COMMENTS
030400              ,CO_ID
030500              ,CUST_633_ID
030600              ,CUST_CITY_333_C
030700              ,CUST_ST_C
030800              ,TRAFF_ACCT_N
030900              ,MAILING_CNTRY_C
031000              ,MAILING_ST_PRVNC_C
031100              ,MAILING_CNTY_NM
031200              ,MAILING_CITY
031300              ,MAILING_POSTAL_C
031400              ,MAILING_ADDR_1
031500              ,MAILING_ADDR_2
031600              ,MAILING_ADDR_3
031700              ,PHYS_CNTRY_C
031800              ,PHYS_ST_PRVNC_C
031900              ,PHYS_CNTY_NM
032000              ,PHYS_CITY
032100              ,PHYS_POSTAL_C
032200              ,PHYS_ADDR_1
032300              ,PHYS_ADDR_2
032400              ,PHYS_ADDR_3
032500              ,CIF_ID
032600              ,CIF_ID_TP_C
032700              ,MRGR_CIF_N
032800              ,TEMP_PERM_C
032900              ,CIF_ULT_PRNT_N
033000              ,CIF_IMD_PRNT_N
033100              ,ARI_LST_MAINT_DT
033200              ,ARI_EFF_DT
033300              ,ARI_EXP_DT
033400              ,NLOC_LOC_ID
033500              ,NLOC_CIF_ID
033600              ,CIF_DOM_PRNT_N
033700              ,CIF_TAX_ID_QLF
033800              ,CIF_TAX_ID
033900              ,CIF_MAIL_POSTC
034000              ,CIF_PHYS_POSTC
034100              ,CIF_CMNT
034200              ,DBA_NME_CD
034300              ,BILL_ADDR_CD
034400              ,DELY_ADDR_CD
034500              ,CIF_SUB_CD
034600              ,NLOC_CIF_SUB_CD
034700          FROM CL.TCLF_CO_LOCN_DTL
034800         WHERE CO_LOCN_EFF_TS <= :WS-PARM-ASOF-TS
034900           AND EXP_TS         >  :WS-PARM-ASOF-TS
035000           AND (:WS-PARM-CO-ID = 0
035100                OR CO_ID = :WS-PARM-CO-ID)
035200           AND (:WS-PARM-CUST-ST-C = ' '
035300                OR CUST_ST_C = :WS-PARM-CUST-ST-C)
035400         ORDER BY LOC_ID
035500                 ,CO_LOCN_EFF_TS
035600       WITH UR
035700     END-EXEC.
035800
035900******************************************************************
036000*  OUTPUT REPORT                                                 *
036100******************************************************************
036200
036300 01 BLANK-LINE                     PIC  X(80) VALUE SPACES.
036400
036500 01 REPORT-HEADER-1.
036600    05 FILLER                      PIC  X(01) VALUE SPACES.
036700    05 WO-MONTH                    PIC  X(02) VALUE SPACES.
036800    05 FILLER                      PIC  X(01) VALUE '/'.
036900    05 WO-DAY                      PIC  X(02) VALUE SPACES.
037000    05 FILLER                      PIC  X(01) VALUE '/'.
037100    05 WO-YEAR                     PIC  X(04) VALUE SPACES.
037200    05 FILLER                      PIC  X(03) VALUE SPACES.
037300    05 WO-HOUR                     PIC  X(02) VALUE SPACES.
037400    05 FILLER                      PIC  X(01) VALUE ':'.
037500    05 WO-MINUTE                   PIC  X(02) VALUE SPACES.
037600    05 FILLER                      PIC  X(05) VALUE SPACES.
037700    05 FILLER                      PIC  X(50) VALUE
037800               'LOCATION MASTER AS-OF EXTRACT - SUMMARY'.
037900
038000 01 REPORT-HEADER-2.
038100    05 FILLER                      PIC  X(01) VALUE SPACES.
038200    05 FILLER                      PIC  X(20) VALUE
038300               'Program: CLADRTLD'.
038400    05 FILLER                      PIC  X(07) VALUE
038500               'As Of: '.
038600    05 WO-ASOF-TS                  PIC  X(26) VALUE SPACES.
038700
038800 01 FILTER-LINE.
038900    05 FILLER                      PIC  X(01) VALUE SPACES.
039000    05 FILLER                      PIC  X(20) VALUE
039100               'Limited To: '.
039200    05 WO-FILTER-TEXT              PIC  X(60) VALUE SPACES.
039300
039400 01 COUNT-DETAIL.
039500    05 FILLER                      PIC  X(03) VALUE SPACES.
039600    05 WO-CT-LABEL                 PIC  X(50) VALUE SPACES.
039700    05 WO-CT-CNT                   PIC  ZZZ,ZZZ,ZZ9.
039800
039900 01 NOTE-LINE.
040000    05 FILLER                      PIC  X(03) VALUE SPACES.
040100    05 WO-NOTE-TEXT                PIC  X(90) VALUE SPACES.
040200
040300******************************************************************
040400******************************************************************
040500*               P R O C E D U R E  D I V I S I O N               *
040600******************************************************************
040700******************************************************************
040800
040900 PROCEDURE DIVISION.
041000
041100      PERFORM 0000-INITIALIZE THRU 0000-EXIT.
041200
041300      PERFORM 1000-PROCESS    THRU 1000-EXIT
041400        UNTIL W-EOF      = 'Y'.
041500
041600      IF W-RETURN-CODE < 8
041700        PERFORM 8000-SUMMARY  THRU 8000-EXIT
041800      END-IF.
041900
042000      PERFORM 9000-STATS      THRU 9000-EXIT.
042100      PERFORM 9999-CLOSE      THRU 9999-EXIT.
042200
042300      MOVE W-RETURN-CODE TO RETURN-CODE.
042400
042500      GOBACK.
042600
042700******************************************************************
042800*  0000-INITIALIZE                                               *
042900******************************************************************
043000
043100 0000-INITIALIZE.
043200
043300     OPEN OUTPUT OUTPUT-REPORT.
043400     OPEN OUTPUT ASOF-EXTRACT.
043500
043600     PERFORM 0100-READ-PARM   THRU 0100-EXIT.
043700
043800     IF W-EOF = 'N'
043900       PERFORM 0200-SET-ASOF  THRU 0200-EXIT
044000     END-IF.
044100
044200     IF W-EOF = 'N'
044300       PERFORM 0300-OPEN-HISTORY THRU 0300-EXIT
044400     END-IF.
044500
044600     IF W-EOF = 'N'
044700       PERFORM 0500-OPEN-CURSOR THRU 0500-EXIT
044800     END-IF.
044900
045000     IF W-EOF = 'N'
045100       PERFORM 0700-FETCH       THRU 0700-EXIT
045200     END-IF.
045300
045400 0000-EXIT.
045500      EXIT.
045600
045700******************************************************************
045800* 0100-READ-PARM                                                 *
045900* THE AS-OF TIMESTAMP IS MANDATORY.  A NON-NUMERIC OR ZERO       *
046000* CO_ID AND A BLANK STATE MEAN NO LIMIT.                         *
046100******************************************************************
046200
046300 0100-READ-PARM.
046400
046500     OPEN INPUT PARM-FILE.
046600
046700     IF WS-PARM-FILE-STATUS NOT = '00'
046800       DISPLAY 'CLADRTLD - PARM FILE OPEN FAILED, STATUS '
046900           WS-PARM-FILE-STATUS ' - RUN REFUSED'
047000       MOVE 'Y' TO WS-PARM-EOF
047100       MOVE 'Y' TO W-EOF
047200       MOVE 8   TO W-RETURN-CODE
047300     END-IF.
047400
047500     IF WS-PARM-EOF = 'N'
047600       READ PARM-FILE
047700         AT END
047800           MOVE 'Y' TO WS-PARM-EOF
047900       END-READ
048000     END-IF.
048100
048200     IF WS-PARM-EOF = 'N'
048300       MOVE PARM-ASOF-TS   TO WS-PARM-ASOF-TS
048400       MOVE PARM-CUST-ST-C TO WS-PARM-CUST-ST-C
048500       IF PARM-CO-ID NUMERIC
048600         MOVE PARM-CO-ID TO WS-PARM-CO-ID
048700         MOVE PARM-CO-ID TO WS-PARM-CO-ID-D
048800       END-IF
048900     END-IF.
049000
049100     CLOSE PARM-FILE.
049200
049300     IF W-EOF = 'N'
049400        AND WS-PARM-ASOF-TS = SPACES
049500       DISPLAY 'CLADRTLD - NO AS-OF TIMESTAMP ON PARM - '
049600           'RUN REFUSED'
049700       MOVE 'Y' TO W-EOF
049800       MOVE 8   TO W-RETURN-CODE
049900     END-IF.
050000
050100 0100-EXIT.
050200      EXIT.
050300
050400******************************************************************
050500* 0200-SET-ASOF                                                  *
050600* DB2 VALIDATES THE AS-OF TIMESTAMP AND HANDS IT BACK IN THE     *
050700* FULL ISO FORM THE HISTORY KEYS USE.  A MOMENT NOT YET REACHED  *
050800* IS REFUSED - THE PRESENT IS WHAT THE TABLE ALREADY SHOWS.      *
050900******************************************************************
051000
051100 0200-SET-ASOF.
051200
051300     EXEC SQL
051400       SELECT CHAR(TIMESTAMP(:WS-PARM-ASOF-TS))
051500             ,CURRENT TIMESTAMP
051600             ,CASE WHEN TIMESTAMP(:WS-PARM-ASOF-TS)
051700                        < CURRENT TIMESTAMP
051800                   THEN 'Y' ELSE 'N' END
051900         INTO :WS-PARM-ASOF-TS
052000             ,:W-TIMESTAMP
052100             ,:W-ASOF-PAST-IND
052200         FROM SYSIBM.SYSDUMMY1
052300     END-EXEC.
052400
052500     EVALUATE SQLCODE
052600       WHEN +0
052700         MOVE W-TIMESTAMP(6:2)  TO WO-MONTH
052800         MOVE W-TIMESTAMP(9:2)  TO WO-DAY
052900         MOVE W-TIMESTAMP(1:4)  TO WO-YEAR
053000         MOVE W-TIMESTAMP(12:2) TO WO-HOUR
053100         MOVE W-TIMESTAMP(15:2) TO WO-MINUTE
053200         MOVE WS-PARM-ASOF-TS   TO WO-ASOF-TS
053300       WHEN OTHER
053400         MOVE 'Y' TO W-EOF
053500         MOVE 8   TO W-RETURN-CODE
053600         MOVE SQLCODE TO WD-SQL-CODE
053700         DISPLAY WD-SQL-CODE ' ERROR ON AS-OF TIMESTAMP '
053800             WS-PARM-ASOF-TS ' - RUN REFUSED'
053900         GO TO 0200-EXIT
054000     END-EVALUATE.
054100
054200     IF W-ASOF-PAST-IND NOT = 'Y'
054300       DISPLAY 'CLADRTLD - AS-OF ' WS-PARM-ASOF-TS
054400           ' IS NOT IN THE PAST - RUN REFUSED'
054500       MOVE 'Y' TO W-EOF
054600       MOVE 8   TO W-RETURN-CODE
054700     END-IF.
054800
054900 0200-EXIT.
055000      EXIT.
055100
055200******************************************************************
055300* 0300-OPEN-HISTORY                                              *
055400* A MISSING OR UNREADABLE HISTORY STILL LETS THE EXTRACT RUN -   *
055500* ONLY THE MERGE/BACKOUT SPLIT OF THE SUMMARY IS LOST.           *
055600******************************************************************
055700
055800 0300-OPEN-HISTORY.
055900
056000     OPEN INPUT MERGE-HIST-FILE.
056100
056200     IF WS-MRGHIST-FILE-STATUS = '00'
056300       MOVE 'Y' TO W-HIST-OPEN
056400     ELSE
056500       DISPLAY 'CLADRTLD - MERGE HISTORY NOT AVAILABLE, STATUS '
056600           WS-MRGHIST-FILE-STATUS ' - SUMMARY WITHOUT MERGE '
056700           'AND BACKOUT COUNTS'
056800       MOVE 4 TO W-RETURN-CODE
056900     END-IF.
057000
057100 0300-EXIT.
057200      EXIT.
057300
057400******************************************************************
057500* 0500-OPEN-CURSOR                                               *
057600******************************************************************
057700
057800 0500-OPEN-CURSOR.
057900
058000     EXEC SQL
058100       OPEN ASOFDTL
058200     END-EXEC.
058300
058400     EVALUATE SQLCODE
058500       WHEN +0
058600         CONTINUE
058700       WHEN OTHER
058800         MOVE 'Y' TO W-EOF
058900         MOVE 8   TO W-RETURN-CODE
059000         MOVE SQLCODE TO WD-SQL-CODE
059100         DISPLAY WD-SQL-CODE ' ERROR ON OPEN CURSOR'
059200     END-EVALUATE.
059300
059400 0500-EXIT.
059500      EXIT.
059600
059700******************************************************************
059800* 0700-FETCH                                                     *
059900******************************************************************
060000
060100 0700-FETCH.
060200
060300     INITIALIZE CLF0060C-REC.
060400
060500     EXEC SQL
060600       FETCH ASOFDTL
060700        INTO :CLF0060C-REC:W-VR-IND
060800     END-EXEC.
060900
061000     EVALUATE SQLCODE
061100       WHEN +0
061200         ADD 1 TO W-VERSIONS-CNT
061300       WHEN +100
061400         MOVE 'Y' TO W-EOF
061500       WHEN OTHER
061600         MOVE 'Y' TO W-EOF
061700         MOVE 8   TO W-RETURN-CODE
061800         MOVE SQLCODE TO WD-SQL-CODE
061900         DISPLAY WD-SQL-CODE ' ERROR ON FETCH CURSOR'
062000     END-EVALUATE.
062100
062200 0700-EXIT.
062300      EXIT.
062400
062500******************************************************************
062600* 1000-PROCESS                                                   *
062700* WRITES ONE AS-OF VERSION TO THE EXTRACT AND CLASSIFIES WHAT    *
062800* HAS HAPPENED TO IT SINCE.  A NULL PARENT LOCATION GOES OUT AS  *
062900* ZERO, AS IN THE CLADRILD WHOLE-ROW READS.                      *
063000******************************************************************
063100
063200 1000-PROCESS.
063300
063400     IF W-VR-IND(3) < 0
063500       MOVE 0 TO ULT-PRNT-CO-LOCN-N OF CLF0060C-REC
063600     END-IF.
063700
063800     IF W-VR-IND(4) < 0
063900       MOVE 0 TO IMD-PRNT-CO-LOCN-N OF CLF0060C-REC
064000     END-IF.
064100
064200     WRITE ASOF-EXTRACT-REC FROM CLF0060C-REC.
064300
064400     PERFORM 2000-CLASSIFY-VERSION THRU 2000-EXIT.
064500
064600     PERFORM 0700-FETCH       THRU 0700-EXIT.
064700
064800 1000-EXIT.
064900      EXIT.
065000
065100******************************************************************
065150* 2000-CLASSIFY-VERSION                                          *
065200* THE VERSION'S OWN LOC_ID IS LOOKED UP ON THE MERGE HISTORY     *
065250* FIRST.  A CLADRILD MERGE EXPIRES THE TARGET LOCATION'S VERSION *
065300* (THE MERGE EVENT CARRIES THE TARGET LOC_ID) WITH A TIMESTAMP   *
065350* NO EARLIER THAN THE MERGE RUN'S START, WHICH IS THE EVENT      *
065400* TIMESTAMP, SO THE MERGE THAT EXPIRED IT IS THE FIRST MERGE     *
065450* INTO THIS LOC_ID AT OR AFTER THE AS-OF MOMENT AND NOT AFTER    *
065500* THE VERSION'S EXP_TS.  A MERGE INTO THE SAME LOC_ID AFTER THE  *
065550* VERSION HAD EXPIRED HAD NOTHING TO DO WITH IT - THAT EXPIRY    *
065600* WAS ORDINARY MAINTENANCE.  IF CLADRULD BACKED THE MERGE OUT    *
0656AA* THE VERSION WAS UN-EXPIRED AGAIN (ITS EXP_TS IS BACK TO THE    *
0656AB* HIGH VALUE, SO THE MERGE STILL FALLS INSIDE THE WINDOW) AND    *
0656AC* IT IS COUNTED AS RESTORED EVEN THOUGH IT IS IN EFFECT TODAY.   *
0656AD* OTHERWISE A VERSION STILL UNEXPIRED TODAY IS CURRENT AND ANY   *
0656AE* OTHER EXPIRY WAS ORDINARY MAINTENANCE.                         *
065650******************************************************************
065700
065750 2000-CLASSIFY-VERSION.
065800
065850     MOVE SPACES TO W-MERGE-TS
065900                    W-MERGE-RUN-ID
065950                    W-MERGE-CIF-ID
066000                    W-MERGE-CIF-SFX.
066050     MOVE 'N'    TO W-RESTORED-IND.
066100
066150     IF W-HIST-OPEN = 'Y'
066200        AND W-HIST-FAILED = 'N'
066250        AND LOC-ID OF CLF0060C-REC NOT = 0
066300       PERFORM 2050-FIND-MERGE THRU 2050-EXIT
066350     END-IF.
066400
066450     IF W-HIST-FAILED = 'Y'
066500       MOVE SPACES TO W-MERGE-TS
066550       MOVE 'N'    TO W-RESTORED-IND
066600     END-IF.
066650
066700* A MERGE FOUND FOR A VERSION STILL IN EFFECT WITH NO BACKOUT
066750* BEHIND IT MEANS THE HISTORY IS SHORT - THE TABLE IS BELIEVED
066800     IF W-MERGE-TS NOT = SPACES
066850        AND (W-RESTORED-IND = 'Y'
066900             OR EXP-TS OF CLF0060C-REC NOT > W-TIMESTAMP)
066950       ADD 1 TO W-EXPIRED-CNT
067000       ADD 1 TO W-MERGED-CNT
067050       IF W-RESTORED-IND = 'Y'
067100         ADD 1 TO W-RESTORED-CNT
067150       END-IF
067200       GO TO 2000-EXIT
067250     END-IF.
067300
067350     IF EXP-TS OF CLF0060C-REC > W-TIMESTAMP
067400       ADD 1 TO W-CURRENT-CNT
067450       GO TO 2000-EXIT
067500     END-IF.
067550
067600     ADD 1 TO W-EXPIRED-CNT.
067650     ADD 1 TO W-MAINT-CNT.
067700
067750 2000-EXIT.
067800      EXIT.
067850
067900******************************************************************
067950* 2050-FIND-MERGE                                                *
068000* TWO BROWSES OF THE LOC_ID ALTERNATE KEY.  THE FIRST FINDS THE  *
068050* EARLIEST MERGE EVENT FROM THE AS-OF MOMENT UP TO THE VERSION'S *
068100* EXP_TS; THE SECOND LOOKS FOR THE BACKOUT OF THAT MERGE - A     *
068150* BACKOUT EVENT CARRIES THE MERGED LOC_ID AND THE RUN ID OF THE  *
068200* MERGE IT REVERSED, AND IS FILED UNDER THE SAME MERGING         *
068250* CIF-ID/CIF-SFX.  DUPLICATES ON THE ALTERNATE KEY COME BACK IN  *
068300* LOAD ORDER, NOT TIME ORDER, SO NEITHER BROWSE RELIES ON THE    *
0683AA* ORDER.                                                         *
068350******************************************************************
068400
068450 2050-FIND-MERGE.
068500
068550     MOVE 'N'                    TO W-HIST-EOF.
068600     MOVE LOC-ID OF CLF0060C-REC TO MH-LOC-ID.
068650
068700     START MERGE-HIST-FILE
068750       KEY IS EQUAL TO MH-LOC-ID
068800       INVALID KEY
068850         MOVE 'Y' TO W-HIST-EOF
068900     END-START.
068950
069000     PERFORM 2100-READ-MERGE THRU 2100-EXIT
069050       UNTIL W-HIST-EOF = 'Y'.
069100
069150     IF W-MERGE-TS = SPACES
069200       GO TO 2050-EXIT
069250     END-IF.
069300
069350     MOVE 'N'                    TO W-HIST-EOF.
069400     MOVE LOC-ID OF CLF0060C-REC TO MH-LOC-ID.
069450
069500     START MERGE-HIST-FILE
069550       KEY IS EQUAL TO MH-LOC-ID
069600       INVALID KEY
069650         MOVE 'Y' TO W-HIST-EOF
069700     END-START.
069750
069800     PERFORM 2200-READ-BACKOUT THRU 2200-EXIT
069850       UNTIL W-HIST-EOF = 'Y'.
069900
069950 2050-EXIT.
070000      EXIT.
070050
070100******************************************************************
070150* 2100-READ-MERGE                                                *
070200* KEEPS THE EARLIEST MERGE INTO THE LOC_ID AT OR AFTER THE AS-OF *
070250* MOMENT AND NOT AFTER THE VERSION'S EXP_TS.                     *
070300******************************************************************
070350
070400 2100-READ-MERGE.
070450
070500     PERFORM 2150-READ-LOC-EVENT THRU 2150-EXIT.
070550
070600     IF W-HIST-EOF = 'Y'
070650       GO TO 2100-EXIT
070700     END-IF.
070750
070800     IF MH-MERGE-EVENT
070850        AND MH-EVENT-TS NOT < WS-PARM-ASOF-TS
0708AA        AND MH-EVENT-TS NOT > EXP-TS OF CLF0060C-REC
070900        AND (W-MERGE-TS = SPACES
070950             OR MH-EVENT-TS < W-MERGE-TS)
071000       MOVE MH-EVENT-TS     TO W-MERGE-TS
071050       MOVE MH-MERGE-RUN-ID TO W-MERGE-RUN-ID
071100       MOVE MH-CIF-ID       TO W-MERGE-CIF-ID
071150       MOVE MH-CIF-SFX      TO W-MERGE-CIF-SFX
071200     END-IF.
071250
071300 2100-EXIT.
071350      EXIT.
071400
071450******************************************************************
071500* 2150-READ-LOC-EVENT                                            *
071550* NEXT EVENT ON THE ALTERNATE KEY; THE BROWSE ENDS AT THE FIRST  *
071600* EVENT OF ANOTHER LOC_ID.  STATUS 02 ONLY SAYS MORE EVENTS      *
071650* SHARE THE LOC_ID.                                              *
071700******************************************************************
071750
071800 2150-READ-LOC-EVENT.
071850
071900     READ MERGE-HIST-FILE NEXT RECORD
071950       AT END
072000         MOVE 'Y' TO W-HIST-EOF
072050         GO TO 2150-EXIT
072100     END-READ.
072150
072200     IF WS-MRGHIST-FILE-STATUS NOT = '00'
072250        AND WS-MRGHIST-FILE-STATUS NOT = '02'
072300       DISPLAY 'CLADRTLD - MERGE HISTORY READ FAILED, STATUS '
072350           WS-MRGHIST-FILE-STATUS ' - SUMMARY INCOMPLETE'
072400       MOVE 'Y' TO W-HIST-EOF
072450       MOVE 'Y' TO W-HIST-FAILED
072500       MOVE 4   TO W-RETURN-CODE
072550       GO TO 2150-EXIT
072600     END-IF.
072650
072700     IF MH-LOC-ID NOT = LOC-ID OF CLF0060C-REC
072750       MOVE 'Y' TO W-HIST-EOF
072800     END-IF.
072850
072900 2150-EXIT.
072950      EXIT.
073000
073050******************************************************************
073100* 2200-READ-BACKOUT                                              *
073150* A BACKOUT OF THE MERGE FOUND - SAME MERGE RUN, SAME MERGING    *
073200* SUBLOCATION - MEANS THE VERSION WAS RESTORED.                  *
073250******************************************************************
073300
073350 2200-READ-BACKOUT.
073400
073450     PERFORM 2150-READ-LOC-EVENT THRU 2150-EXIT.
073500
073550     IF W-HIST-EOF = 'Y'
073600       GO TO 2200-EXIT
073650     END-IF.
073700
073750     IF MH-BACKOUT-EVENT
073800        AND MH-MERGE-RUN-ID = W-MERGE-RUN-ID
073850        AND MH-CIF-ID       = W-MERGE-CIF-ID
073900        AND MH-CIF-SFX      = W-MERGE-CIF-SFX
073950       MOVE 'Y' TO W-RESTORED-IND
074000       MOVE 'Y' TO W-HIST-EOF
074050     END-IF.
074100
074150 2200-EXIT.
074200      EXIT.
074250
075700******************************************************************
075800* 8000-SUMMARY                                                   *
075900******************************************************************
076000
076100 8000-SUMMARY.
076200
076300     WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-1.
076400     WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-2.
076500
076600     MOVE SPACES TO WO-FILTER-TEXT.
076700     IF WS-PARM-CO-ID = 0
076800        AND WS-PARM-CUST-ST-C = SPACES
076900       MOVE 'ALL COMPANIES AND STATES' TO WO-FILTER-TEXT
077000     ELSE
077100       IF WS-PARM-CO-ID NOT = 0
077200         STRING 'CO_ID ' WS-PARM-CO-ID-D '  '
077300           DELIMITED BY SIZE INTO WO-FILTER-TEXT
077400         END-STRING
077500       END-IF
077600       IF WS-PARM-CUST-ST-C NOT = SPACES
077700         MOVE 'STATE '          TO WO-FILTER-TEXT(18:6)
077800         MOVE WS-PARM-CUST-ST-C TO WO-FILTER-TEXT(24:2)
077900       END-IF
078000     END-IF.
078100     WRITE OUTPUT-REPORT-REC FROM FILTER-LINE.
078200     WRITE OUTPUT-REPORT-REC FROM BLANK-LINE.
078300
078400     MOVE 'Versions In Effect At As-Of (Extracted)'
078500       TO WO-CT-LABEL.
078600     MOVE W-VERSIONS-CNT  TO WO-CT-CNT.
078700     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
078800     MOVE '  Still In Effect Today'
078900       TO WO-CT-LABEL.
079000     MOVE W-CURRENT-CNT   TO WO-CT-CNT.
079100     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
079200     MOVE '  Expired Since (Incl. Later Restored)'
079300       TO WO-CT-LABEL.
079400     MOVE W-EXPIRED-CNT   TO WO-CT-CNT.
079500     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
079600     MOVE '    By A CLADRILD Merge'
079700       TO WO-CT-LABEL.
079800     MOVE W-MERGED-CNT    TO WO-CT-CNT.
079900     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
080000     MOVE '      Since Restored By CLADRULD Backout'
080100       TO WO-CT-LABEL.
080200     MOVE W-RESTORED-CNT  TO WO-CT-CNT.
080300     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
080400     MOVE '    By Other Maintenance'
080500       TO WO-CT-LABEL.
080600     MOVE W-MAINT-CNT     TO WO-CT-CNT.
080700     WRITE OUTPUT-REPORT-REC FROM COUNT-DETAIL.
080800
080900     IF W-HIST-OPEN = 'N'
081000        OR W-HIST-FAILED = 'Y'
081100       WRITE OUTPUT-REPORT-REC FROM BLANK-LINE
081200       MOVE 'MERGE HISTORY UNAVAILABLE OR INCOMPLETE - MERGE AND B
081300-           'ACKOUT COUNTS MAY BE UNDERSTATED' TO WO-NOTE-TEXT
081400       WRITE OUTPUT-REPORT-REC FROM NOTE-LINE
081500     END-IF.
081600
081700 8000-EXIT.
081800      EXIT.
081900
082000******************************************************************
082100* 9000-STATS                                                     *
082200******************************************************************
082300
082400 9000-STATS.
082500
082600     MOVE W-VERSIONS-CNT  TO W-VERSIONS-CNT-D.
082700     MOVE W-CURRENT-CNT   TO W-CURRENT-CNT-D.
082800     MOVE W-EXPIRED-CNT   TO W-EXPIRED-CNT-D.
082900     MOVE W-MERGED-CNT    TO W-MERGED-CNT-D.
083000     MOVE W-RESTORED-CNT  TO W-RESTORED-CNT-D.
083100     MOVE W-MAINT-CNT     TO W-MAINT-CNT-D.
083200
083300     DISPLAY 'As-Of Timestamp         : ' WS-PARM-ASOF-TS.
083400     DISPLAY 'Versions Extracted      : ' W-VERSIONS-CNT-D.
083500     DISPLAY 'Still In Effect         : ' W-CURRENT-CNT-D.
083600     DISPLAY 'Expired Since           : ' W-EXPIRED-CNT-D.
083700     DISPLAY 'Expired By Merge        : ' W-MERGED-CNT-D.
083800     DISPLAY 'Restored By Backout     : ' W-RESTORED-CNT-D.
083900     DISPLAY 'Expired By Maintenance  : ' W-MAINT-CNT-D.
084000
084100 9000-EXIT.
084200      EXIT.
084300
084400******************************************************************
084500* 9999-CLOSE                                                     *
084600******************************************************************
084700
084800 9999-CLOSE.
084900
085000     EXEC SQL
085100       CLOSE ASOFDTL
085200     END-EXEC.
085300
085400     IF W-HIST-OPEN = 'Y'
085500       CLOSE MERGE-HIST-FILE
085600     END-IF.
085700
085800     CLOSE ASOF-EXTRACT.
085900     CLOSE OUTPUT-REPORT.
086000
086100 9999-EXIT.
086200      EXIT.
086300
086400******************************************************************
086500******************************************************************
086600*                   E N D   O F   P R O G R A M                  *
086700******************************************************************
086800******************************************************************
