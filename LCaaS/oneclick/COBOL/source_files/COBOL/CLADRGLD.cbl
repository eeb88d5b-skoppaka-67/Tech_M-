001200*  a parm card and prints the complete version chain from       *
001300*  CL.TCLF_CO_LOCN_DTL - every CO_LOCN_EFF_TS/EXP_TS window     *
001400*  with its name, 633/333/STATE identity and NLOC linkage -     *
001500*  cross-referenced against the merge-history KSDS loaded by    *
001600*  CLADRKLD (which CLADRILD run created the version, and        *
001700*  whether CLADRULD later un-merged it).  One run answers       *
001800*  the lineage question that used to cost an analyst a morning  *
001900*  of joining the table, the audit file and the backout report  *
002000*  by hand.  Read-only against DB2 and the history.             *
002100*                                                                *
002200******************************************************************
002300******************************************************************
003100 FILE-CONTROL.
003200
003300     SELECT OUTPUT-REPORT ASSIGN TO UT-S-REPORT.
003400     SELECT MERGE-HIST-FILE ASSIGN TO MRGHIST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS MH-KEY
0037AA         ALTERNATE RECORD KEY IS MH-LOC-ID WITH DUPLICATES
0037AB         FILE STATUS IS WS-MRGHIST-FILE-STATUS.
003800     SELECT PARM-FILE     ASSIGN TO UT-S-PARM
003900         FILE STATUS IS WS-PARM-FILE-STATUS.
004000
005000 01  OUTPUT-REPORT-REC                PIC  X(200).
005100
005200******************************************************************
005300*  MERGE-HISTORY KSDS LOADED NIGHTLY BY CLADRKLD FROM THE        *
005400*  CLADRILD AUDIT TRAIL AND THE CLADRULD BACKOUT TRAIL.  READ    *
005500*  BY PRIME KEY FOR A CIF-ID INQUIRY AND BY THE LOC-ID           *
005600*  ALTERNATE INDEX FOR A LOC-ID INQUIRY.  LAYOUT MUST STAY IN    *
0056AC*  STEP WITH CLADRKLD.                                           *
005700******************************************************************
005800 FD  MERGE-HIST-FILE
005900     RECORD CONTAINS 120 CHARACTERS.
006000
006300 01  MERGE-HIST-REC.
006400     05 MH-KEY.
006500        10 MH-CIF-ID                PIC  X(09).
006600        10 MH-CIF-SFX               PIC  X(04).
006700        10 MH-EVENT-TS              PIC  X(26).
006800        10 MH-EVENT-TYPE            PIC  X(01).
006900           88 MH-MERGE-EVENT                 VALUE 'M'.
007000           88 MH-BACKOUT-EVENT               VALUE 'B'.
0070AA           88 MH-REPOINT-EVENT               VALUE 'R'.
007100     05 MH-LOC-ID                   PIC  9(09).
007200     05 MH-CO-ID                    PIC  9(09).
007300     05 MH-PROGRAM                  PIC  X(08).
007400     05 MH-RUN-ID                   PIC  X(14).
007500     05 MH-MERGE-RUN-ID             PIC  X(14).
007600     05 FILLER                      PIC  X(26).
009100
009200******************************************************************
009300*  INQUIRY PARM - A CIF-ID OR A LOC-ID (ONE IS REQUIRED; WITH    *
015300*  OVERFLOW RECORDS LEFT OFF THE CROSS-REFERENCE.                *
015400******************************************************************
015500 01 TRAIL-VARIABLES.
015600    05 W-HIST-EOF                     PIC  X(01) VALUE 'N'.
015800    05 W-AUD-USED                     PIC S9(04) USAGE COMP
015900                                                 VALUE +0.
016000    05 W-BKO-USED                     PIC S9(04) USAGE COMP
019100 01 PARM-VARIABLES.
019200    05 WS-PARM-EOF                    PIC  X(01) VALUE 'N'.
019300    05 WS-PARM-FILE-STATUS            PIC  X(02) VALUE '00'.
019400    05 WS-MRGHIST-FILE-STATUS         PIC  X(02) VALUE '00'.
019600    05 WS-PARM-CIF-ID                 PIC  X(09) VALUE SPACES.
019700    05 WS-PARM-LOC-ID                 PIC S9(09) USAGE COMP
019800                                                 VALUE +0.
034400     PERFORM 0100-READ-PARM   THRU 0100-EXIT.
034500
034600     IF W-EOF = 'N'
034700       PERFORM 0200-LOAD-HISTORY THRU 0200-EXIT
034900     END-IF.
035000
035100     IF W-EOF = 'N'
044200      EXIT.
044300
044400******************************************************************
044500* 0200-LOAD-HISTORY                                              *
044600* LOADS THE MERGE AND BACKOUT EVENTS THAT TOUCH THE REQUESTED    *
044700* KEY - A CIF-ID INQUIRY POSITIONS ON THE PRIME KEY AT THE       *
0447AD* FIRST EVENT FOR THE CIF, A LOC-ID INQUIRY ON THE LOC-ID        *
0447AE* ALTERNATE INDEX.  A MISSING OR UNREADABLE HISTORY JUST MEANS   *
0447AF* NO RUN CROSS-REFERENCE - THE CHAIN ITSELF STILL PRINTS.        *
044900******************************************************************
045000
045100 0200-LOAD-HISTORY.
045200
045300     OPEN INPUT MERGE-HIST-FILE.
045400
045500     IF WS-MRGHIST-FILE-STATUS NOT = '00'
045600       DISPLAY 'CLADRGLD - MERGE HISTORY NOT AVAILABLE, STATUS '
045700           WS-MRGHIST-FILE-STATUS ' - CHAIN PRINTS WITHOUT '
045800           'RUN CROSS-REFERENCE'
045900       GO TO 0200-EXIT
046000     END-IF.
046100
0461AG     IF WS-PARM-CIF-ID NOT = SPACES
0461AH       MOVE LOW-VALUES     TO MH-KEY
0461AI       MOVE WS-PARM-CIF-ID TO MH-CIF-ID
0461AJ       START MERGE-HIST-FILE
0461AK         KEY IS NOT LESS THAN MH-KEY
0461AL         INVALID KEY
0461AM           MOVE 'Y' TO W-HIST-EOF
0461AN       END-START
0461AO     ELSE
0461AP       MOVE WS-PARM-LOC-ID TO MH-LOC-ID
0461AQ       START MERGE-HIST-FILE
0461AR         KEY IS EQUAL TO MH-LOC-ID
0461AS         INVALID KEY
0461AT           MOVE 'Y' TO W-HIST-EOF
0461AU       END-START
0461AV     END-IF.
0461AW
046300     PERFORM 0250-LOAD-ONE-EVENT THRU 0250-EXIT
046400       UNTIL W-HIST-EOF = 'Y'.
046500
046600     IF W-AUD-OVERFLOW = 'Y'
046700       DISPLAY 'CLADRGLD - MORE THAN 500 AUDIT RECORDS FOR THIS '
046800           'KEY - CROSS-REFERENCE TRUNCATED'
046900     END-IF.
0469AX
0469AY     IF W-BKO-OVERFLOW = 'Y'
0469AZ       DISPLAY 'CLADRGLD - MORE THAN 500 BACKOUT RECORDS FOR '
0469A0           'THIS KEY - CROSS-REFERENCE TRUNCATED'
0469A1     END-IF.
047000
047300     CLOSE MERGE-HIST-FILE.
047400
047500 0200-EXIT.
047600      EXIT.
047700
047800******************************************************************
047900* 0250-LOAD-ONE-EVENT                                            *
0479A2* THE BROWSE STOPS AT THE FIRST EVENT PAST THE REQUESTED KEY.    *
0479A3* MERGE EVENTS GO TO THE AUDIT TABLE, BACKOUT EVENTS TO THE      *
0479A4* BACKOUT TABLE.                                                 *
0479AA* CHILD REPOINT EVENTS ARE SKIPPED.                              *
048000******************************************************************
048100
048200 0250-LOAD-ONE-EVENT.
048300
048400     READ MERGE-HIST-FILE NEXT RECORD
048500       AT END
048600         MOVE 'Y' TO W-HIST-EOF
048700         GO TO 0250-EXIT
048800     END-READ.
048900
0489A5     IF WS-MRGHIST-FILE-STATUS NOT = '00'
0489A6        AND WS-MRGHIST-FILE-STATUS NOT = '02'
0489A7       DISPLAY 'CLADRGLD - MERGE HISTORY READ FAILED, STATUS '
0489A8           WS-MRGHIST-FILE-STATUS ' - CROSS-REFERENCE INCOMPLETE'
0489A9       MOVE 'Y' TO W-HIST-EOF
0489BA       GO TO 0250-EXIT
0489BB     END-IF.
0489BC
049100     IF WS-PARM-CIF-ID NOT = SPACES
049200       IF MH-CIF-ID NOT = WS-PARM-CIF-ID
0492BD         MOVE 'Y' TO W-HIST-EOF
049300         GO TO 0250-EXIT
049400       END-IF
049500     ELSE
049600       IF MH-LOC-ID NOT = WS-PARM-LOC-ID
0496BE         MOVE 'Y' TO W-HIST-EOF
049700         GO TO 0250-EXIT
049800       END-IF
049900     END-IF.
050000
0500AA* A CHILD REPOINT IS NOT A MERGE OF THE CHILD - PASS IT OVER
0500AB     IF MH-REPOINT-EVENT
0500AC       GO TO 0250-EXIT
0500AD     END-IF.
0500AE
0500BF     IF MH-BACKOUT-EVENT
0500BG       GO TO 0250-BACKOUT
0500BH     END-IF.
0500BI
050100     IF W-AUD-USED >= W-AUD-MAX
050200       MOVE 'Y' TO W-AUD-OVERFLOW
050300       GO TO 0250-EXIT
050500
050600     ADD 1 TO W-AUD-USED.
050700     ADD 1 TO W-AUDIT-LOADED-CNT.
050800     MOVE MH-CIF-ID     TO W-AT-CIF-ID(W-AUD-USED).
050900     MOVE MH-CIF-SFX    TO W-AT-CIF-SFX(W-AUD-USED).
051000     MOVE MH-LOC-ID     TO W-AT-LOC-ID(W-AUD-USED).
051100     MOVE MH-RUN-ID     TO W-AT-RUN-ID(W-AUD-USED).
051200     MOVE MH-EVENT-TS   TO W-AT-TIMESTAMP(W-AUD-USED).
0512BJ
0512BK     GO TO 0250-EXIT.
0512BL
0512BM 0250-BACKOUT.
0512BN
057000     IF W-BKO-USED >= W-BKO-MAX
057100       MOVE 'Y' TO W-BKO-OVERFLOW
057200       GO TO 0250-EXIT
057300     END-IF.
057400
057500     ADD 1 TO W-BKO-USED.
057600     ADD 1 TO W-BKOUT-LOADED-CNT.
057700     MOVE MH-CIF-ID        TO W-BT-CIF-ID(W-BKO-USED).
057800     MOVE MH-CIF-SFX       TO W-BT-CIF-SFX(W-BKO-USED).
057900     MOVE MH-LOC-ID        TO W-BT-LOC-ID(W-BKO-USED).
058000     MOVE MH-MERGE-RUN-ID  TO W-BT-RUN-ID(W-BKO-USED).
058100     MOVE MH-EVENT-TS      TO W-BT-TIMESTAMP(W-BKO-USED).
058200
058300 0250-EXIT.
058400      EXIT.
058500
058600******************************************************************
