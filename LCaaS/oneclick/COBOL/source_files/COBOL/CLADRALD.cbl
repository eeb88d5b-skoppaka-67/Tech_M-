000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLADRALD.
000300 AUTHOR.        AMBICA
000400 DATE-WRITTEN.  10/2026.
000500
000600******************************************************************
000700******************************************************************
000800*                                                                *
000900*                   C  L  A  D  R  A  L  D                       *
001000*                                                                *
001100*  Merge-history retention.  Monthly job.  Takes a cutoff        *
001200*  timestamp on the parm card and:                               *
001300*    - moves every merge-history KSDS event (DD MRGHIST) older   *
001400*      than the cutoff to the tape archive (DD ARCHIVE, a new    *
001500*      generation of the archive GDG) and deletes it from the    *
001600*      KSDS;                                                     *
001700*    - deletes CL.TCLADRILD_EXCP_TRK rows cleared before the     *
001800*      cutoff date (open exceptions are never purged);           *
001900*    - deletes CL.TCLADRILD_RUN_HIST rows for runs before the    *
002000*      cutoff.                                                   *
002100*  Counts of rows kept, archived and purged go to the job log.   *
002200*  A cutoff that is missing, malformed or not in the past is     *
002300*  refused - a typo must not empty the history.                  *
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
003600     SELECT MERGE-HIST-FILE ASSIGN TO MRGHIST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS MH-KEY
004000         ALTERNATE RECORD KEY IS MH-LOC-ID WITH DUPLICATES
004100         FILE STATUS IS WS-MRGHIST-FILE-STATUS.
004200     SELECT ARCHIVE-FILE  ASSIGN TO UT-S-ARCHIVE.
004300     SELECT PARM-FILE     ASSIGN TO UT-S-PARM
004400         FILE STATUS IS WS-PARM-FILE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800
004900******************************************************************
005000*  MERGE-HISTORY KSDS LOADED NIGHTLY BY CLADRKLD.  LAYOUT MUST   *
005100*  STAY IN STEP WITH CLADRKLD.                                   *
005200******************************************************************
005300 FD  MERGE-HIST-FILE
005400     RECORD CONTAINS 120 CHARACTERS.
005500
005600 01  MERGE-HIST-REC.
005700     05 MH-KEY.
005800        10 MH-CIF-ID                PIC  X(09).
005900        10 MH-CIF-SFX               PIC  X(04).
006000        10 MH-EVENT-TS              PIC  X(26).
006100        10 MH-EVENT-TYPE            PIC  X(01).
006200           88 MH-MERGE-EVENT                 VALUE 'M'.
006300           88 MH-BACKOUT-EVENT               VALUE 'B'.
0063AA           88 MH-REPOINT-EVENT               VALUE 'R'.
006400     05 MH-LOC-ID                   PIC  9(09).
006500     05 MH-CO-ID                    PIC  9(09).
006600     05 MH-PROGRAM                  PIC  X(08).
006700     05 MH-RUN-ID                   PIC  X(14).
006800     05 MH-MERGE-RUN-ID             PIC  X(14).
006900     05 FILLER                      PIC  X(26).
007000
007100******************************************************************
007200*  TAPE ARCHIVE - THE RETIRED HISTORY EVENTS, RECORD FOR RECORD  *
007300*  IN THE KSDS LAYOUT, SO A GENERATION CAN BE RELOADED BY        *
007400*  REPRO IF AN OLD LINEAGE QUESTION COMES BACK.                  *
007500******************************************************************
007600 FD  ARCHIVE-FILE
007700     RECORDING MODE IS F
007800     RECORD CONTAINS 120 CHARACTERS
007900     LABEL RECORDS ARE STANDARD
008000     BLOCK CONTAINS 0 RECORDS.
008100
008200 01  ARCHIVE-FILE-REC                 PIC  X(120).
008300
008400******************************************************************
008500*  RETENTION PARM - THE CUTOFF TIMESTAMP IS MANDATORY.  HISTORY  *
008600*  EVENTS AND RUN HISTORY BEFORE IT, AND EXCEPTIONS CLEARED      *
008700*  BEFORE ITS DATE, ARE RETIRED.                                 *
008800******************************************************************
008900 FD  PARM-FILE
009000     RECORDING MODE IS F
009100     RECORD CONTAINS 80 CHARACTERS
009200     LABEL RECORDS ARE STANDARD
009300     BLOCK CONTAINS 0 RECORDS.
009400
009500 01  PARM-FILE-REC.
009600     05 PARM-CUTOFF-TS              PIC  X(26).
009700     05 FILLER                      PIC  X(54).
009800
009900******************************************************************
010000******************************************************************
010100*                 W O R K I N G   S T O R A G E                  *
010200******************************************************************
010300******************************************************************
010400
010500 WORKING-STORAGE SECTION.
010600
010700 01 WE-EYE-CATCHER                    PIC  X(80) VALUE
010800        'WORKING STORAGE FOR CLADRALD BEGINS HERE'.
010900
011000 01 WORKING-VARIABLES.
011100    05 W-TIMESTAMP                    PIC  X(26) VALUE SPACES.
011200    05 W-PROGRAM                      PIC  X(08) VALUE 'CLADRALD'.
011300    05 W-EOF                          PIC  X(01) VALUE 'N'.
011400    05 W-HIST-EOF                     PIC  X(01) VALUE 'N'.
011500    05 W-FILES-OPEN                   PIC  X(01) VALUE 'N'.
011600    05 W-RETURN-CODE                  PIC  9(04) VALUE 0.
011700
011800*  HOST VARIABLES FOR THE CUTOFF AND THE TABLE COUNTS            *
011900    05 W-CUTOFF-TS                    PIC  X(26) VALUE SPACES.
012000    05 W-CUTOFF-DT                    PIC  X(10) VALUE SPACES.
012100    05 W-ROW-CNT                      PIC S9(09) USAGE COMP.
012200
012300 01 WORKING-COUNTERS.
012400    05 W-HIST-KEPT-CNT                PIC  9(09) VALUE 0.
012500    05 W-HIST-KEPT-CNT-D              PIC  ZZZ,ZZZ,ZZ9.
012600    05 W-HIST-ARCHIVED-CNT            PIC  9(09) VALUE 0.
012700    05 W-HIST-ARCHIVED-CNT-D          PIC  ZZZ,ZZZ,ZZ9.
012800    05 W-EXCP-KEPT-CNT                PIC  9(09) VALUE 0.
012900    05 W-EXCP-KEPT-CNT-D              PIC  ZZZ,ZZZ,ZZ9.
013000    05 W-EXCP-PURGED-CNT              PIC  9(09) VALUE 0.
013100    05 W-EXCP-PURGED-CNT-D            PIC  ZZZ,ZZZ,ZZ9.
013200    05 W-RUNH-KEPT-CNT                PIC  9(09) VALUE 0.
013300    05 W-RUNH-KEPT-CNT-D              PIC  ZZZ,ZZZ,ZZ9.
013400    05 W-RUNH-PURGED-CNT              PIC  9(09) VALUE 0.
013500    05 W-RUNH-PURGED-CNT-D            PIC  ZZZ,ZZZ,ZZ9.
013600
013700******************************************************************
013800*  CUTOFF LOADED FROM PARM-FILE                                  *
013900******************************************************************
014000 01 PARM-VARIABLES.
014100    05 WS-PARM-EOF                    PIC  X(01) VALUE 'N'.
014200    05 WS-PARM-FILE-STATUS            PIC  X(02) VALUE '00'.
014300    05 WS-MRGHIST-FILE-STATUS         PIC  X(02) VALUE '00'.
014400
014500******************************************************************
014600* SQL ERROR HANDLING VARIABLES                                   *
014700******************************************************************
014800
014900 01 ERROR-CODE.
015000    05 WD-SQL-CODE                    PIC  9(09) VALUE ZERO.
015100
015200******************************************************************
015300*  SQL COMMUNICATIONS AREA                                       *
015400******************************************************************
015500
015600     EXEC SQL
015700        INCLUDE SQLCA
015800     END-EXEC.
015900
016000******************************************************************
016100*  TABLE DECLARATIONS                                            *
016200******************************************************************
016300
016400*****************************************************************
016500* ONE ROW PER CLADRILD RUN                                       *
0165AA* (ONE PER DAY, TYPE 'T', FOR THE INTRADAY TRICKLE RUNS)         *
016600*****************************************************************
016700     EXEC SQL DECLARE CL.TCLADRILD_RUN_HIST TABLE
016800     ( RUN_TS                         TIMESTAMP NOT NULL,
016900       PROCESSED_CNT                  INTEGER NOT NULL,
017000       MERGED_CNT                     INTEGER NOT NULL,
017100       ERRORS_CNT                     INTEGER NOT NULL,
017200       NO_CANDIDATE_CNT               INTEGER NOT NULL,
017300       PARENT_MISSING_CNT             INTEGER NOT NULL,
0173AA       RUN_TYPE_C                     CHAR(01) NOT NULL
0173AB                                      WITH DEFAULT
017400     ) END-EXEC.
017500
017600*****************************************************************
017700* ONE ROW PER UNMATCHED CIF_ID/CIF_SUB_CD; CLEARED_DT OF         *
017800* 0001-01-01 MARKS AN EXCEPTION STILL OPEN                       *
017900*****************************************************************
018000     EXEC SQL DECLARE CL.TCLADRILD_EXCP_TRK TABLE
018100     ( CIF_ID                         CHAR(09) NOT NULL,
018200       CIF_SUB_CD                     CHAR(04) NOT NULL,
018300       FIRST_SEEN_TS                  TIMESTAMP NOT NULL,
018400       LAST_SEEN_TS                   TIMESTAMP NOT NULL,
018500       TIMES_SEEN                     INTEGER NOT NULL,
018600       CLEARED_DT                     DATE NOT NULL,
018700       BEST_SUGG_LOC_ID               INTEGER NOT NULL,
018800       BEST_SUGG_SCORE                INTEGER NOT NULL
018900     ) END-EXEC.
019000
019100******************************************************************
019200******************************************************************
019300*               P R O C E D U R E  D I V I S I O N               *
019400******************************************************************
019500******************************************************************
019600
019700 PROCEDURE DIVISION.
019800
019900      PERFORM 0000-INITIALIZE THRU 0000-EXIT.
020000
020100      IF W-EOF = 'N'
020200        PERFORM 1000-ARCHIVE-HISTORY THRU 1000-EXIT
020300          UNTIL W-HIST-EOF = 'Y'
020400      END-IF.
020500
020600      IF W-EOF = 'N'
020700        PERFORM 2000-PURGE-EXCP-TRK  THRU 2000-EXIT
020800      END-IF.
020900
021000      IF W-EOF = 'N'
021100        PERFORM 3000-PURGE-RUN-HIST  THRU 3000-EXIT
021200      END-IF.
021300
021400      PERFORM 9000-STATS      THRU 9000-EXIT.
021500      PERFORM 9999-CLOSE      THRU 9999-EXIT.
021600
021700      MOVE W-RETURN-CODE TO RETURN-CODE.
021800
021900      GOBACK.
022000
022100******************************************************************
022200*  0000-INITIALIZE                                               *
022300******************************************************************
022400
022500 0000-INITIALIZE.
022600
022700     PERFORM 0100-READ-PARM   THRU 0100-EXIT.
022800
022900     IF W-EOF = 'Y'
023000       GO TO 0000-EXIT
023100     END-IF.
023200
023300     OPEN I-O    MERGE-HIST-FILE.
023600
023700     IF WS-MRGHIST-FILE-STATUS NOT = '00'
023800       DISPLAY 'CLADRALD - MERGE HISTORY OPEN FAILED, STATUS '
023900           WS-MRGHIST-FILE-STATUS ' - RUN STOPPED'
024000       MOVE 'Y' TO W-EOF
024100       MOVE 8   TO W-RETURN-CODE
0241AA       GO TO 0000-EXIT
024200     END-IF.
0242AA
0242AB     OPEN OUTPUT ARCHIVE-FILE.
0242AC     MOVE 'Y' TO W-FILES-OPEN.
024300
024400 0000-EXIT.
024500      EXIT.
024600
024700******************************************************************
024800* 0100-READ-PARM                                                 *
024900* THE CUTOFF IS MANDATORY.  DB2 VALIDATES IT, DERIVES THE        *
025000* CUTOFF DATE AND HANDS IT BACK IN THE FULL 26-BYTE TIMESTAMP    *
0250AA* FORM, SO A CUTOFF KEYED AS A DATE ALONE OR TO A SHORTER        *
0250AB* PRECISION STILL COMPARES CORRECTLY AGAINST THE CURRENT         *
0250AC* TIMESTAMP AND THE MERGE-HISTORY EVENT STAMPS.  A CUTOFF NOT    *
0250AD* EARLIER THAN TODAY IS REFUSED.                                 *
025100******************************************************************
025200
025300 0100-READ-PARM.
025400
025500     OPEN INPUT PARM-FILE.
025600
025700     IF WS-PARM-FILE-STATUS NOT = '00'
025800       DISPLAY 'CLADRALD - PARM FILE OPEN FAILED, STATUS '
025900           WS-PARM-FILE-STATUS ' - RUN REFUSED'
026000       MOVE 'Y' TO WS-PARM-EOF
026100       MOVE 'Y' TO W-EOF
026200       MOVE 8   TO W-RETURN-CODE
026300     END-IF.
026400
026500     IF WS-PARM-EOF = 'N'
026600       READ PARM-FILE
026700         AT END
026800           MOVE 'Y' TO WS-PARM-EOF
026900       END-READ
027000     END-IF.
027100
027200     IF WS-PARM-EOF = 'N'
027300       MOVE PARM-CUTOFF-TS TO W-CUTOFF-TS
027400     END-IF.
027500
027600     CLOSE PARM-FILE.
027700
027800     IF W-EOF = 'Y'
027900       GO TO 0100-EXIT
028000     END-IF.
028100
028200     IF W-CUTOFF-TS = SPACES
028300       DISPLAY 'CLADRALD - NO CUTOFF TIMESTAMP ON PARM - '
028400           'RUN REFUSED'
028500       MOVE 'Y' TO W-EOF
028600       MOVE 8   TO W-RETURN-CODE
028700       GO TO 0100-EXIT
028800     END-IF.
028900
029000     EXEC SQL
029100       SELECT CHAR(DATE(TIMESTAMP(:W-CUTOFF-TS)), ISO)
0291AA             ,CHAR(TIMESTAMP(:W-CUTOFF-TS))
029200             ,CURRENT TIMESTAMP
029300         INTO :W-CUTOFF-DT
0293AA             ,:W-CUTOFF-TS
029400             ,:W-TIMESTAMP
029500         FROM SYSIBM.SYSDUMMY1
029600     END-EXEC.
029700
029800     EVALUATE SQLCODE
029900       WHEN +0
030000         CONTINUE
030100       WHEN OTHER
030200         MOVE 'Y' TO W-EOF
030300         MOVE 8   TO W-RETURN-CODE
030400         MOVE SQLCODE TO WD-SQL-CODE
030500         DISPLAY WD-SQL-CODE ' ERROR ON CUTOFF ' W-CUTOFF-TS
030600             ' - RUN REFUSED'
030700         GO TO 0100-EXIT
030800     END-EVALUATE.
030900
031000     IF W-CUTOFF-TS NOT < W-TIMESTAMP
031100       DISPLAY 'CLADRALD - CUTOFF ' W-CUTOFF-TS
031200           ' IS NOT IN THE PAST - RUN REFUSED'
031300       MOVE 'Y' TO W-EOF
031400       MOVE 8   TO W-RETURN-CODE
031500       GO TO 0100-EXIT
031600     END-IF.
031700
031800     DISPLAY 'CLADRALD - RETIRING HISTORY BEFORE ' W-CUTOFF-TS.
031900
032000 0100-EXIT.
032100      EXIT.
032200
032300******************************************************************
032400* 1000-ARCHIVE-HISTORY                                           *
032500* ONE HISTORY EVENT PER PASS.  AN EVENT BEFORE THE CUTOFF IS     *
032600* WRITTEN TO THE ARCHIVE FIRST AND ONLY THEN DELETED, SO A       *
032700* FAILURE NEVER LOSES AN EVENT FROM BOTH PLACES.                 *
032800******************************************************************
032900
033000 1000-ARCHIVE-HISTORY.
033100
033200     READ MERGE-HIST-FILE NEXT RECORD
033300       AT END
033400         MOVE 'Y' TO W-HIST-EOF
033500         GO TO 1000-EXIT
033600     END-READ.
033700
033800     IF WS-MRGHIST-FILE-STATUS NOT = '00'
033900        AND WS-MRGHIST-FILE-STATUS NOT = '02'
034000       DISPLAY 'CLADRALD - MERGE HISTORY READ FAILED, STATUS '
034100           WS-MRGHIST-FILE-STATUS ' - RUN STOPPED'
034200       GO TO 1000-ERROR
034300     END-IF.
034400
034500     IF MH-EVENT-TS NOT < W-CUTOFF-TS
034600       ADD 1 TO W-HIST-KEPT-CNT
034700       GO TO 1000-EXIT
034800     END-IF.
034900
035000     WRITE ARCHIVE-FILE-REC FROM MERGE-HIST-REC.
035100
035200     DELETE MERGE-HIST-FILE RECORD.
035300
035400     IF WS-MRGHIST-FILE-STATUS NOT = '00'
035500       DISPLAY 'CLADRALD - MERGE HISTORY DELETE FAILED, STATUS '
035600           WS-MRGHIST-FILE-STATUS ' AT CIF ' MH-CIF-ID
035700           ' - RUN STOPPED'
035800       GO TO 1000-ERROR
035900     END-IF.
036000
036100     ADD 1 TO W-HIST-ARCHIVED-CNT.
036200
036300     GO TO 1000-EXIT.
036400
036500 1000-ERROR.
036600
036700     MOVE 'Y' TO W-HIST-EOF.
036800     MOVE 'Y' TO W-EOF.
036900     MOVE 8   TO W-RETURN-CODE.
037000
037100 1000-EXIT.
037200      EXIT.
037300
037400******************************************************************
037500* 2000-PURGE-EXCP-TRK                                            *
037600* ONLY CLEARED EXCEPTIONS ARE PURGED - AN OPEN ONE (CLEARED_DT   *
037700* 0001-01-01) IS KEPT HOWEVER OLD ITS FIRST SIGHTING.            *
037800******************************************************************
037900
038000 2000-PURGE-EXCP-TRK.
038100
038200     EXEC SQL
038300       DELETE FROM CL.TCLADRILD_EXCP_TRK
038400        WHERE CLEARED_DT <> '0001-01-01'
038500          AND CLEARED_DT <  :W-CUTOFF-DT
038600     END-EXEC.
038700
038800     EVALUATE SQLCODE
038900       WHEN +0
039000         MOVE SQLERRD(3) TO W-EXCP-PURGED-CNT
039100       WHEN +100
039200         MOVE 0 TO W-EXCP-PURGED-CNT
039300       WHEN OTHER
039400         MOVE 'Y' TO W-EOF
039500         MOVE 8   TO W-RETURN-CODE
039600         MOVE SQLCODE TO WD-SQL-CODE
039700         DISPLAY WD-SQL-CODE ' ERROR ON DELETE EXCP_TRK'
039800         EXEC SQL
039900           ROLLBACK
040000         END-EXEC
040100         GO TO 2000-EXIT
040200     END-EVALUATE.
040300
040400     EXEC SQL
040500       COMMIT
040600     END-EXEC.
040700
040800     MOVE 0 TO W-ROW-CNT.
040900
041000     EXEC SQL
041100       SELECT COUNT(*)
041200         INTO :W-ROW-CNT
041300         FROM CL.TCLADRILD_EXCP_TRK
041400       WITH UR
041500     END-EXEC.
041600
041700     EVALUATE SQLCODE
041800       WHEN +0
041900         MOVE W-ROW-CNT TO W-EXCP-KEPT-CNT
042000       WHEN OTHER
042100         MOVE 8   TO W-RETURN-CODE
042200         MOVE SQLCODE TO WD-SQL-CODE
042300         DISPLAY WD-SQL-CODE ' ERROR ON COUNT EXCP_TRK'
042400     END-EVALUATE.
042500
042600 2000-EXIT.
042700      EXIT.
042800
042900******************************************************************
043000* 3000-PURGE-RUN-HIST                                            *
043100******************************************************************
043200
043300 3000-PURGE-RUN-HIST.
043400
043500     EXEC SQL
043600       DELETE FROM CL.TCLADRILD_RUN_HIST
043700        WHERE RUN_TS < :W-CUTOFF-TS
043800     END-EXEC.
043900
044000     EVALUATE SQLCODE
044100       WHEN +0
044200         MOVE SQLERRD(3) TO W-RUNH-PURGED-CNT
044300       WHEN +100
044400         MOVE 0 TO W-RUNH-PURGED-CNT
044500       WHEN OTHER
044600         MOVE 'Y' TO W-EOF
044700         MOVE 8   TO W-RETURN-CODE
044800         MOVE SQLCODE TO WD-SQL-CODE
044900         DISPLAY WD-SQL-CODE ' ERROR ON DELETE RUN_HIST'
045000         EXEC SQL
045100           ROLLBACK
045200         END-EXEC
045300         GO TO 3000-EXIT
045400     END-EVALUATE.
045500
045600     EXEC SQL
045700       COMMIT
045800     END-EXEC.
045900
046000     MOVE 0 TO W-ROW-CNT.
046100
046200     EXEC SQL
046300       SELECT COUNT(*)
046400         INTO :W-ROW-CNT
046500         FROM CL.TCLADRILD_RUN_HIST
046600       WITH UR
046700     END-EXEC.
046800
046900     EVALUATE SQLCODE
047000       WHEN +0
047100         MOVE W-ROW-CNT TO W-RUNH-KEPT-CNT
047200       WHEN OTHER
047300         MOVE 8   TO W-RETURN-CODE
047400         MOVE SQLCODE TO WD-SQL-CODE
047500         DISPLAY WD-SQL-CODE ' ERROR ON COUNT RUN_HIST'
047600     END-EVALUATE.
047700
047800 3000-EXIT.
047900      EXIT.
048000
048100******************************************************************
048200* 9000-STATS                                                     *
048300******************************************************************
048400
048500 9000-STATS.
048600
048700     MOVE W-HIST-KEPT-CNT     TO W-HIST-KEPT-CNT-D.
048800     MOVE W-HIST-ARCHIVED-CNT TO W-HIST-ARCHIVED-CNT-D.
048900     MOVE W-EXCP-KEPT-CNT     TO W-EXCP-KEPT-CNT-D.
049000     MOVE W-EXCP-PURGED-CNT   TO W-EXCP-PURGED-CNT-D.
049100     MOVE W-RUNH-KEPT-CNT     TO W-RUNH-KEPT-CNT-D.
049200     MOVE W-RUNH-PURGED-CNT   TO W-RUNH-PURGED-CNT-D.
049300
049400     DISPLAY 'History Events Kept     : ' W-HIST-KEPT-CNT-D.
049500     DISPLAY 'History Events Archived : ' W-HIST-ARCHIVED-CNT-D.
049600     DISPLAY 'Exceptions Kept         : ' W-EXCP-KEPT-CNT-D.
049700     DISPLAY 'Exceptions Purged       : ' W-EXCP-PURGED-CNT-D.
049800     DISPLAY 'Run History Rows Kept   : ' W-RUNH-KEPT-CNT-D.
049900     DISPLAY 'Run History Rows Purged : ' W-RUNH-PURGED-CNT-D.
050000
050100 9000-EXIT.
050200      EXIT.
050300
050400******************************************************************
050500* 9999-CLOSE                                                     *
050600******************************************************************
050700
050800 9999-CLOSE.
050900
051000     IF W-FILES-OPEN = 'Y'
051100       CLOSE MERGE-HIST-FILE
051200       CLOSE ARCHIVE-FILE
051300     END-IF.
051400
051500 9999-EXIT.
051600      EXIT.
051700
051800******************************************************************
051900******************************************************************
052000*                   E N D   O F   P R O G R A M                  *
052100******************************************************************
052200******************************************************************
