000900*                   C  L  A  D  R  U  L  D                       *
001000*                                                                *
001100*  This program backs out (un-merges) automatic sublocation     *
001200*  merges performed by CLADRILD.  It reads the merge events     *
001300*  on the merge-history KSDS (loaded by CLADRKLD from the       *
001310*  CLADRILD audit trail), selects the events inside the         *
001400*  run-timestamp or CIF-ID range given on                       *
001500*  the parm file, and for each one drives the CLF0060M          *
001600*  maintenance module to EXPIRE the merged CL.TCLF_CO_LOCN_DTL  *
001700*  version and UNEXPIRE the prior version, restoring the state  *
001800*  before the merge.  A before/after report is produced for     *
001900*  every record backed out or rejected.                         *
0019AA*  Child locations the merge repointed off the location it      *
0019AB*  retired are put back the same way, version by version, from  *
0019AC*  the repoint events filed under the merge's CIF-ID/CIF-SFX.   *
002000*                                                                *
002100******************************************************************
002200******************************************************************
003000 FILE-CONTROL.
003100
003200     SELECT OUTPUT-REPORT ASSIGN TO UT-S-REPORT.
003300     SELECT MERGE-HIST-FILE ASSIGN TO MRGHIST
0033AB         ORGANIZATION IS INDEXED
0033AC         ACCESS MODE IS DYNAMIC
0033AD         RECORD KEY IS MH-KEY
0033AE         ALTERNATE RECORD KEY IS MH-LOC-ID WITH DUPLICATES
0033AF         FILE STATUS IS WS-MRGHIST-FILE-STATUS.
003310     SELECT BACKOUT-FILE  ASSIGN TO UT-S-BKOUT.
0033AA     SELECT DELTA-FILE    ASSIGN TO UT-S-DELTA.
003400     SELECT PARM-FILE     ASSIGN TO UT-S-PARM
003500         FILE STATUS IS WS-PARM-FILE-STATUS.
003600
004600 01  OUTPUT-REPORT-REC                PIC  X(200).
004700
004800******************************************************************
004900*  MERGE-HISTORY KSDS LOADED NIGHTLY BY CLADRKLD - THE MERGE     *
005000*  EVENTS ARE THE CLADRILD AUDIT TRAIL, ONE PER COMMITTED        *
005100*  AUTOMATIC MERGE, KEYED BY CIF-ID/CIF-SFX SO A CIF-ID RANGE    *
0051AG*  IS READ BY KEY.  LAYOUT MUST STAY IN STEP WITH CLADRKLD.      *
0051AA*  A MERGE'S CHILD REPOINT EVENTS FILE UNDER THE SAME CIF-ID/    *
0051AB*  CIF-SFX WITH LATER TIMESTAMPS, SO THEY ARE READ RIGHT AFTER   *
0051AC*  THE MERGE EVENT THAT CAUSED THEM.                             *
005200******************************************************************
005300 FD  MERGE-HIST-FILE
005400     RECORD CONTAINS 120 CHARACTERS.
005800
005900 01  MERGE-HIST-REC.
006000     05 MH-KEY.
006100        10 MH-CIF-ID                PIC  X(09).
006200        10 MH-CIF-SFX               PIC  X(04).
006300        10 MH-EVENT-TS              PIC  X(26).
006400        10 MH-EVENT-TYPE            PIC  X(01).
006410           88 MH-MERGE-EVENT                 VALUE 'M'.
006420           88 MH-BACKOUT-EVENT               VALUE 'B'.
0064AA           88 MH-REPOINT-EVENT               VALUE 'R'.
006500     05 MH-LOC-ID                   PIC  9(09).
006510     05 MH-CO-ID                    PIC  9(09).
006520     05 MH-PROGRAM                  PIC  X(08).
00655A     05 MH-RUN-ID                   PIC  X(14).
006560     05 MH-MERGE-RUN-ID             PIC  X(14).
006600     05 FILLER                      PIC  X(26).
006700
006710******************************************************************
006720*  BACKOUT TRAIL - ONE RECORD PER MERGE THIS PROGRAM ACTUALLY    *
006730*  BACKED OUT (NOT WRITTEN IN SIMULATE MODE), CARRYING THE       *
006740*  RUN-ID OF THE CLADRILD RUN THAT CREATED THE MERGE.  THE       *
006750*  NIGHTLY CLADRKLD STEP LOADS IT INTO THE MERGE HISTORY, WHERE  *
006760*  CLADRGLD SHOWS WHICH VERSIONS WERE LATER UN-MERGED.           *
006770******************************************************************
006780 FD  BACKOUT-FILE
006781     RECORDING MODE IS F
006792     05 BKO-PROGRAM                 PIC  X(08).
006793     05 FILLER                      PIC  X(10).
006794
0067AB******************************************************************
0067AC*  FIELD-LEVEL DELTA - ONE RECORD PER COLUMN A COMMITTED BACKOUT *
0067AD*  CHANGED: THE OLD VALUE FROM THE MERGED VERSION THE BACKOUT    *
0067AE*  EXPIRED, THE NEW VALUE FROM THE PRIOR VERSION IT RESTORED.    *
0067AF*  THE LAYOUT HERE MUST STAY IN STEP WITH THE DELTA-FILE-REC     *
0067AG*  LAYOUT IN CLADRILD.                                           *
0067AH******************************************************************
0067AI FD  DELTA-FILE
0067AJ     RECORDING MODE IS F
0067AK     RECORD CONTAINS 250 CHARACTERS
0067AL     LABEL RECORDS ARE STANDARD
0067AM     BLOCK CONTAINS 0 RECORDS.
0067AN
0067AO 01  DELTA-FILE-REC.
0067AP     05 DLT-LOC-ID                  PIC  9(09).
0067AQ     05 DLT-CIF-ID                  PIC  X(09).
0067AR     05 DLT-CIF-SFX                 PIC  X(04).
0067AS     05 DLT-COLUMN-NM               PIC  X(18).
0067AT     05 DLT-OLD-VALUE               PIC  X(90).
0067AU     05 DLT-NEW-VALUE               PIC  X(90).
0067AV     05 DLT-RUN-ID                  PIC  X(14).
0067AW     05 DLT-PROGRAM                 PIC  X(08).
0067AX     05 FILLER                      PIC  X(08).
0067AA
006800******************************************************************
006900*  RUN-CONTROL PARM FILE - THE BACKOUT SCOPE IS MANDATORY: A     *
007000*  RUN-TIMESTAMP (BACK OUT ONE CLADRILD RUN) AND/OR A CIF-ID     *
013000    05 W-ERRORS-CNT-D                 PIC  ZZZ,ZZ9.
01300A    05 W-EDI-IMPACT-CNT               PIC  9(06) VALUE 0.
01300B    05 W-EDI-IMPACT-CNT-D             PIC  ZZZ,ZZ9.
0130AY    05 W-DELTA-CNT                    PIC  9(06) VALUE 0.
0130AZ    05 W-DELTA-CNT-D                  PIC  ZZZ,ZZ9.
0130AA    05 W-RB-RESTORED-CNT              PIC  9(06) VALUE 0.
0130AB    05 W-RB-RESTORED-CNT-D            PIC  ZZZ,ZZ9.
0130AC    05 W-RB-REJECTED-CNT              PIC  9(06) VALUE 0.
0130AD    05 W-RB-REJECTED-CNT-D            PIC  ZZZ,ZZ9.
013100
013200******************************************************************
013300*  BACKOUT SCOPE AND SIMULATE SWITCH LOADED FROM PARM-FILE       *
013500 01 PARM-VARIABLES.
013600    05 WS-PARM-EOF                    PIC  X(01) VALUE 'N'.
013700    05 WS-PARM-FILE-STATUS            PIC  X(02) VALUE '00'.
0137AH    05 WS-MRGHIST-FILE-STATUS         PIC  X(02) VALUE '00'.
013800    05 WS-PARM-RUN-TS                 PIC  X(26) VALUE SPACES.
013900    05 WS-PARM-CIF-FROM               PIC  X(09) VALUE SPACES.
014000    05 WS-PARM-CIF-TO                 PIC  X(09) VALUE SPACES.
01420P    05 W-LOCK-DUP-IND                 PIC  X(01) VALUE 'N'.
01420Q       88 W-LOCK-DUPLICATE                    VALUE 'Y'.
01420R    05 W-LOCK-CNT                     PIC S9(09) USAGE COMP.
0142AA
0142A0******************************************************************
0142A1*  FIELD-LEVEL DELTA - THE MERGED VERSION (CLF0060C-REC) IS      *
0142A2*  COMPARED COLUMN BY COLUMN WITH THE PRIOR VERSION THE BACKOUT  *
0142A3*  RESTORES (CLF0060-REC); THE CHANGED COLUMN NAMES ARE STRUNG   *
0142A4*  ONTO CLF0060C-REC-DIFFERENCES FOR THE REPORT.  THE ALWAYS-    *
0142A5*  DIFFERENT VERSIONING COLUMNS (EFFECTIVE/EXPIRY/MAINTENANCE    *
0142A6*  STAMPS) ARE LEFT OUT.                                         *
0142A7******************************************************************
0142A8 01 FIELD-DELTA-VARIABLES.
0142A9    05 W-DL-OK                        PIC  X(01) VALUE 'N'.
0142BA    05 W-DL-LOC-ID                    PIC S9(09) USAGE COMP.
0142BB    05 W-DL-EFF-TS                    PIC  X(26) VALUE SPACES.
0142BC    05 W-DL-COL-NM                    PIC  X(18) VALUE SPACES.
0142BD    05 W-DL-OLD                       PIC  X(90) VALUE SPACES.
0142BE    05 W-DL-NEW                       PIC  X(90) VALUE SPACES.
0142BF    05 W-DL-NUM                       PIC  9(09) VALUE 0.
0142BG    05 W-DL-PTR                       PIC S9(04) USAGE COMP.
0142BH    05 W-DL-IX                        PIC S9(04) USAGE COMP.
0142BI
0142BJ*  NULL INDICATORS FOR THE WHOLE-ROW SELECTS - ONLY THE TWO      *
0142BK*  PARENT LOCATION COLUMNS (3 AND 4) ARE NULLABLE                *
0142BL 01 FIELD-DELTA-NULL-INDS.
0142BM    05 W-DL-IND                       PIC S9(04) USAGE COMP
0142BN                                          OCCURS 68 TIMES.
0142AB
0142AC******************************************************************
0142AD*  CHILD REPOINT REVERSAL - THE MERGE LAST BACKED OUT (OR, IN    *
0142AE*  SIMULATE MODE, FOUND BACKABLE) IS REMEMBERED SO THE REPOINT   *
0142AF*  EVENTS THAT FOLLOW IT ON THE HISTORY CAN BE MATCHED TO IT BY  *
0142AG*  CIF-ID/CIF-SFX AND THE RUN-ID OF THE CLADRILD RUN.            *
0142AH******************************************************************
0142AI 01 REPOINT-BACKOUT-VARIABLES.
0142AJ    05 W-RB-CIF-ID                    PIC  X(09) VALUE SPACES.
0142AK    05 W-RB-CIF-SFX                   PIC  X(04) VALUE SPACES.
0142AL    05 W-RB-RUN-ID                    PIC  X(14) VALUE SPACES.
0142AM    05 W-RB-OK                        PIC  X(01) VALUE 'N'.
0142AN    05 W-RB-LOC-ID                    PIC S9(09) USAGE COMP.
0142AO    05 W-RB-RPT-EFF-TS                PIC  X(26) VALUE SPACES.
0142AP    05 W-RB-PRI-EFF-TS                PIC  X(26) VALUE SPACES.
0142AQ    05 W-RB-LOC-NM                    PIC  X(90) VALUE SPACES.
014300
014400******************************************************************
014500* SQL ERROR HANDLING VARIABLES                                   *
015400
015500 COPY CLFM060B.
015600
0156BO COPY CLF0060B.
0156AB
015700******************************************************************
015800*  DCLGENS                                                       *
015900******************************************************************
019000         FETCH FIRST 1 ROW ONLY
019100       WITH UR
019200     END-EXEC.
0192AA
0192AB* pull the child version a cascade repoint expired - the child's
0192AC* most recently expired version that ended no later than the
0192AD* repointed version began (CLADRILD expires the child, then adds
0192AE* the repointed version effective from the repoint event time)
0192AF     EXEC SQL
0192AG       DECLARE RPPRIOR CURSOR FOR
0192AH        SELECT CO_LOCN_EFF_TS
0192AI              ,LOC_NM
0192AJ          FROM CL.TCLF_CO_LOCN_DTL
0192AK         WHERE LOC_ID      = :W-RB-LOC-ID
0192AL           AND EXP_TS     <= :W-RB-RPT-EFF-TS
0192AM         ORDER BY EXP_TS DESC
0192AN         FETCH FIRST 1 ROW ONLY
0192AO       WITH UR
0192AP     END-EXEC.
019300
019400******************************************************************
019500*  OUTPUT REPORT                                                 *
024319    05 UNL-NLOC-ID                 PIC  ZZZZZZZZ9.
02431A    05 FILLER                      PIC  X(40) VALUE
02431B              '  VERIFY LINKAGE AFTER BACKOUT'.
0243BP
0243BQ 01 DELTA-DETAIL.
0243BR    05 FILLER                      PIC  X(01) VALUE SPACES.
0243BS    05 FILLER                      PIC  X(17) VALUE
0243BT              'COLUMNS CHANGED'.
0243BU    05 UDL-COLUMNS                 PIC  X(150) VALUE SPACES.
024400
024500******************************************************************
024600******************************************************************
026900 0000-INITIALIZE.
027000
027100     OPEN OUTPUT OUTPUT-REPORT.
027200     OPEN INPUT  MERGE-HIST-FILE.
027210     OPEN OUTPUT BACKOUT-FILE.
0272BV     OPEN OUTPUT DELTA-FILE.
027300
027400     PERFORM 0100-READ-PARM   THRU 0100-EXIT.
0274AI
0274AJ     IF WS-MRGHIST-FILE-STATUS NOT = '00'
0274AK       DISPLAY 'CLADRULD - MERGE HISTORY OPEN FAILED, STATUS '
0274AL           WS-MRGHIST-FILE-STATUS ' - RUN REFUSED'
0274AM       MOVE 'Y' TO W-EOF
0274AN       MOVE 8   TO W-RETURN-CODE
0274AO     END-IF.
027500
027600     EXEC SQL
027700       SET :W-TIMESTAMP = CURRENT TIMESTAMP
029900       WRITE OUTPUT-REPORT-REC FROM REPORT-HEADER-3
030000     END-IF.
030100
03020A     IF W-EOF = 'N'
03020B       PERFORM 0150-POSITION-HISTORY THRU 0150-EXIT
03020C     END-IF.
03020D
030200     IF W-EOF = 'N'
030300       PERFORM 0200-READ-AUDIT  THRU 0200-EXIT
030400     END-IF.
034900 0100-EXIT.
035000      EXIT.
035100
0351AP******************************************************************
0351AQ* 0150-POSITION-HISTORY                                          *
0351AR* A CIF-ID RANGE STARTS THE BROWSE AT THE FIRST EVENT FOR THE    *
0351AS* RANGE'S LOW CIF; 0200-READ-AUDIT ENDS IT PAST THE HIGH CIF.    *
0351AT* A RUN-TIMESTAMP-ONLY SCOPE CAN TOUCH ANY CIF, SO THE BROWSE    *
0351AU* STARTS AT THE TOP OF THE HISTORY AND 1100-CHECK-SCOPE PICKS    *
0351AV* OUT THE RUN'S EVENTS.                                          *
0351AW******************************************************************
0351AX
0351AY 0150-POSITION-HISTORY.
0351AZ
0351A0     MOVE LOW-VALUES TO MH-KEY.
0351A1
0351A2     IF WS-PARM-CIF-FROM NOT = SPACES
0351A3       MOVE WS-PARM-CIF-FROM TO MH-CIF-ID
0351A4     END-IF.
0351A5
0351A6     START MERGE-HIST-FILE
0351A7       KEY IS NOT LESS THAN MH-KEY
0351A8       INVALID KEY
0351A9         MOVE 'Y' TO W-EOF
0351BA     END-START.
0351BB
0351BC 0150-EXIT.
0351BD      EXIT.
0351BE
035200******************************************************************
035300* 0200-READ-AUDIT                                                *
0353BF* READS THE NEXT EVENT OFF THE HISTORY.  BACKOUT EVENTS ARE      *
0353BG* PASSED OVER BY 1100-CHECK-SCOPE; ONLY MERGE EVENTS COUNT AS    *
0353BH* AUDIT RECORDS READ.                                            *
0353AA* REPOINT EVENTS ARE HANDLED BY 4000-RESTORE-REPOINT.            *
035400******************************************************************
035500
035600 0200-READ-AUDIT.
035700
035800     READ MERGE-HIST-FILE NEXT RECORD
035900       AT END
036000         MOVE 'Y' TO W-EOF
0360BI         GO TO 0200-EXIT
036100     END-READ.
036200
0362BJ     IF WS-MRGHIST-FILE-STATUS NOT = '00'
0362BK        AND WS-MRGHIST-FILE-STATUS NOT = '02'
0362BL       DISPLAY 'CLADRULD - MERGE HISTORY READ FAILED, STATUS '
0362BM           WS-MRGHIST-FILE-STATUS ' - RUN STOPPED'
0362BN       MOVE 'Y' TO W-EOF
0362BO       MOVE 8   TO W-RETURN-CODE
0362BP       GO TO 0200-EXIT
0362BQ     END-IF.
0362BR
0362BS* PAST THE TOP OF THE CIF-ID RANGE THERE IS NOTHING MORE TO DO
0362BT     IF WS-PARM-CIF-TO NOT = SPACES
0362BU        AND MH-CIF-ID > WS-PARM-CIF-TO
0362BV       MOVE 'Y' TO W-EOF
0362BW       GO TO 0200-EXIT
0362BX     END-IF.
0362BY
036300     IF MH-MERGE-EVENT
036400       ADD 1 TO W-READ-CNT
036500     END-IF.
036600
037300
037400 1000-PROCESS.
037500
0375AA     IF MH-REPOINT-EVENT
0375AB       PERFORM 4000-RESTORE-REPOINT THRU 4000-EXIT
0375AC     END-IF.
0375AD
037600     PERFORM 1100-CHECK-SCOPE THRU 1100-EXIT.
037700
037800     IF W-IN-SCOPE = 'Y'
039600 1100-CHECK-SCOPE.
039700
039800     MOVE 'Y' TO W-IN-SCOPE.
0398BZ
0398B0     IF NOT MH-MERGE-EVENT
0398B1       MOVE 'N' TO W-IN-SCOPE
0398B2     END-IF.
039900
040000     IF WS-PARM-RUN-TS NOT = SPACES
040100       IF MH-EVENT-TS NOT = WS-PARM-RUN-TS
040200         MOVE 'N' TO W-IN-SCOPE
040300       END-IF
040400     END-IF.
040500
040600     IF WS-PARM-CIF-FROM NOT = SPACES
040700       IF MH-CIF-ID < WS-PARM-CIF-FROM
040800         MOVE 'N' TO W-IN-SCOPE
040900       END-IF
041000     END-IF.
041100
041200     IF WS-PARM-CIF-TO NOT = SPACES
041300       IF MH-CIF-ID > WS-PARM-CIF-TO
041400         MOVE 'N' TO W-IN-SCOPE
041500       END-IF
041600     END-IF.
042800
042900 3000-BACKOUT.
043000
043100     MOVE MH-CIF-ID   TO W-CIF-ID.
043200     MOVE MH-CIF-SFX  TO W-CIF-SFX.
043300     MOVE MH-LOC-ID   TO W-AUD-LOC-ID.
043400     MOVE 'N'         TO W-BACKOUT-OK.
0434AA     MOVE SPACES      TO W-RB-CIF-ID
0434AB                         W-RB-CIF-SFX
0434AC                         W-RB-RUN-ID.
043500
043600     PERFORM 3100-GET-MERGED-VERSION THRU 3100-EXIT.
043700
044500         ADD 1 TO W-BACKED-OUT-CNT
044600         PERFORM 3700-WRITE-RESULT     THRU 3700-EXIT
04460A         PERFORM 3650-REPORT-EDI-IMPACT THRU 3650-EXIT
0446BW         PERFORM 3680-REPORT-DELTA    THRU 3680-EXIT
0446AA         PERFORM 3760-REMEMBER-MERGE  THRU 3760-EXIT
044700       ELSE
044800         PERFORM 3400-EXPIRE-MERGED    THRU 3400-EXIT
044900         IF W-BACKOUT-OK = 'Y'
045700           PERFORM 3600-WRITE-AFTER    THRU 3600-EXIT
045800           PERFORM 3700-WRITE-RESULT   THRU 3700-EXIT
04580A           PERFORM 3650-REPORT-EDI-IMPACT THRU 3650-EXIT
0458BX           PERFORM 3680-REPORT-DELTA  THRU 3680-EXIT
04580B           PERFORM 3750-WRITE-BACKOUT-REC THRU 3750-EXIT
0458AA           PERFORM 3760-REMEMBER-MERGE  THRU 3760-EXIT
045900         ELSE
046000           EXEC SQL
046100             ROLLBACK
0687CC
0687CD 3660-EXIT.
0687CE      EXIT.
0687B0
0687CF******************************************************************
0687CG* 3680-REPORT-DELTA                                              *
0687CH* FIELD-LEVEL DELTA FOR ONE BACKOUT.  THE MERGED VERSION BEING   *
0687CI* EXPIRED IS THE OLD IMAGE, THE PRIOR VERSION BEING RESTORED IS  *
0687CJ* THE NEW IMAGE - BOTH READ BY THEIR OWN KEYS, SO THE COMPARISON *
0687CK* IS THE SAME BEFORE AND AFTER THE COMMIT.  THE CHANGED COLUMNS  *
0687CL* ARE LISTED ON THE REPORT (IN SIMULATE MODE TOO); THE DELTA     *
0687CM* RECORDS ARE ONLY WRITTEN FOR A COMMITTED BACKOUT.              *
0687CN******************************************************************
0687CO
0687CP 3680-REPORT-DELTA.
0687CQ
0687CR     MOVE SPACES TO CLF0060C-REC-DIFFERENCES.
0687CS     MOVE 1      TO W-DL-PTR.
0687CT
0687CU     MOVE W-AUD-LOC-ID TO W-DL-LOC-ID.
0687CV     MOVE W-MRG-EFF-TS TO W-DL-EFF-TS.
0687CW     PERFORM 3682-GET-VERSION THRU 3682-EXIT.
0687CX
0687CY     IF W-DL-OK = 'N'
0687CZ       GO TO 3680-EXIT
0687C0     END-IF.
0687DA
0687DB     MOVE CLF0060-REC TO CLF0060C-REC.
0687DC
0687DD     MOVE W-PRI-LOC-ID TO W-DL-LOC-ID.
0687DE     MOVE W-PRI-EFF-TS TO W-DL-EFF-TS.
0687DF     PERFORM 3682-GET-VERSION THRU 3682-EXIT.
0687DG
0687DH     IF W-DL-OK = 'N'
0687DI       GO TO 3680-EXIT
0687DJ     END-IF.
0687DK
0687DL     PERFORM 3686-COMPARE-VERSIONS THRU 3686-EXIT.
0687DM
0687DN     PERFORM 3690-WRITE-DELTA-LINE THRU 3690-EXIT
0687DO       VARYING W-DL-IX FROM 1 BY 150
0687DP         UNTIL W-DL-IX NOT < W-DL-PTR.
0687DQ
0687DR 3680-EXIT.
0687DS      EXIT.
0687DT
0687DU******************************************************************
0687DV* 3682-GET-VERSION                                               *
0687DW* READS THE WHOLE VERSION KEYED BY W-DL-LOC-ID/W-DL-EFF-TS INTO  *
0687DX* CLF0060-REC.  A NULL PARENT LOCATION IS CARRIED AS ZERO.  A    *
0687DY* READ FAILURE LOSES ONLY THE DELTA, NEVER THE BACKOUT.          *
0687DZ******************************************************************
0687D0
0687D1 3682-GET-VERSION.
0687D2
0687D3     MOVE 'N' TO W-DL-OK.
0687D4     INITIALIZE CLF0060-REC.
0687D5
0687D6     EXEC SQL
0687D7       SELECT LOC_ID
0687D8             ,CO_LOCN_EFF_TS
0687D9             ,ULT_PRNT_CO_LOCN_N
0687EA             ,IMD_PRNT_CO_LOCN_N
0687EB             ,NMFTA_SPL_C
0687EC             ,NMFTA_SPL_SFX_C
0687ED             ,EXP_TS
0687EE             ,LST_MAINT_TS
0687EF             ,LST_MAINT_USER_ID
0687EG             ,LOC_NM
0687EH             ,MAILING_ADV_BAR_C
0687EI             ,MAILING_CHK_DIGIT
0687EJ             ,BOL_FAX_BK_N
0687EK             ,BOL_FAX_CNFRM_TXT
0687EL             ,BOL_FAX_CNFRM_C
0687EM             ,BOL_RELS_C
0687EN             ,BL_WC_EDI_IND
0687EO             ,RLINC_CUST_EDI_ID
0687EP             ,DIALIN_CUST_EDI_ID
0687EQ             ,CORP_TP_C
0687ER             ,INFO_SRC_C
0687ES             ,MAINT_RSN_C
0687ET             ,PHYS_SRVC_C
0687EU             ,BS_STAT_C
0687EV             ,COMMENTS
0687EW             ,CO_ID
0687EX             ,CUST_633_ID
0687EY             ,CUST_CITY_333_C
0687EZ             ,CUST_ST_C
0687E0             ,TRAFF_ACCT_N
0687E1             ,MAILING_CNTRY_C
0687E2             ,MAILING_ST_PRVNC_C
0687E3             ,MAILING_CNTY_NM
0687E4             ,MAILING_CITY
0687E5             ,MAILING_POSTAL_C
0687E6             ,MAILING_ADDR_1
0687E7             ,MAILING_ADDR_2
0687E8             ,MAILING_ADDR_3
0687E9             ,PHYS_CNTRY_C
0687FA             ,PHYS_ST_PRVNC_C
0687FB             ,PHYS_CNTY_NM
0687FC             ,PHYS_CITY
0687FD             ,PHYS_POSTAL_C
0687FE             ,PHYS_ADDR_1
0687FF             ,PHYS_ADDR_2
0687FG             ,PHYS_ADDR_3
0687FH             ,CIF_ID
0687FI             ,CIF_ID_TP_C
0687FJ             ,MRGR_CIF_N
0687FK             ,TEMP_PERM_C
0687FL             ,CIF_ULT_PRNT_N
0687FM             ,CIF_IMD_PRNT_N
0687FN             ,ARI_LST_MAINT_DT
0687FO             ,ARI_EFF_DT
0687FP             ,ARI_EXP_DT
0687FQ             ,NLOC_LOC_ID
0687FR             ,NLOC_CIF_ID
0687FS             ,CIF_DOM_PRNT_N
0687FT             ,CIF_TAX_ID_QLF
0687FU             ,CIF_TAX_ID
0687FV             ,CIF_MAIL_POSTC
0687FW             ,CIF_PHYS_POSTC
0687FX             ,CIF_CMNT
0687FY             ,DBA_NME_CD
0687FZ             ,BILL_ADDR_CD
0687F0             ,DELY_ADDR_CD
0687F1             ,CIF_SUB_CD
0687F2             ,NLOC_CIF_SUB_CD
0687F3         INTO :CLF0060-REC:W-DL-IND
0687F4         FROM CL.TCLF_CO_LOCN_DTL
0687F5        WHERE LOC_ID          = :W-DL-LOC-ID
0687F6          AND CO_LOCN_EFF_TS  = :W-DL-EFF-TS
0687F7     END-EXEC.
0687F8
0687F9     IF SQLCODE NOT = 0
0687GA       MOVE SQLCODE TO WD-SQL-CODE
0687GB       DISPLAY WD-SQL-CODE ' ERROR ON SELECT DELTA VERSION'
0687GC       GO TO 3682-EXIT
0687GD     END-IF.
0687GE
0687GF     MOVE 'Y' TO W-DL-OK.
0687GG
0687GH     IF W-DL-IND(3) < 0
0687GI       MOVE 0 TO ULT-PRNT-CO-LOCN-N OF CLF0060-REC
0687GJ     END-IF.
0687GK
0687GL     IF W-DL-IND(4) < 0
0687GM       MOVE 0 TO IMD-PRNT-CO-LOCN-N OF CLF0060-REC
0687GN     END-IF.
0687GO
0687GP 3682-EXIT.
0687GQ      EXIT.
0687GR
0687GS******************************************************************
0687GT* 3686-COMPARE-VERSIONS                                          *
0687GU* ONE COMPARISON PER BUSINESS COLUMN, OLD IMAGE IN CLF0060C-REC, *
0687GV* NEW IMAGE IN CLF0060-REC.  NUMERIC COLUMNS ARE EDITED TO       *
0687GW* DISPLAY DIGITS SO THE DELTA FILE IS ALL CHARACTER DATA.        *
0687GX******************************************************************
0687GY
0687GZ 3686-COMPARE-VERSIONS.
0687G0     MOVE 'ULT_PRNT_CO_LOCN_N' TO W-DL-COL-NM.
0687G1     MOVE ULT-PRNT-CO-LOCN-N OF CLF0060C-REC TO W-DL-NUM.
0687G2     MOVE W-DL-NUM TO W-DL-OLD.
0687G3     MOVE ULT-PRNT-CO-LOCN-N OF CLF0060-REC  TO W-DL-NUM.
0687G4     MOVE W-DL-NUM TO W-DL-NEW.
0687G5     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687G6
0687G7     MOVE 'IMD_PRNT_CO_LOCN_N' TO W-DL-COL-NM.
0687G8     MOVE IMD-PRNT-CO-LOCN-N OF CLF0060C-REC TO W-DL-NUM.
0687G9     MOVE W-DL-NUM TO W-DL-OLD.
0687HA     MOVE IMD-PRNT-CO-LOCN-N OF CLF0060-REC  TO W-DL-NUM.
0687HB     MOVE W-DL-NUM TO W-DL-NEW.
0687HC     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687HD
0687HE     MOVE 'NMFTA_SPL_C'        TO W-DL-COL-NM.
0687HF     MOVE NMFTA-SPL-C OF CLF0060C-REC TO W-DL-OLD.
0687HG     MOVE NMFTA-SPL-C OF CLF0060-REC  TO W-DL-NEW.
0687HH     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687HI
0687HJ     MOVE 'NMFTA_SPL_SFX_C'    TO W-DL-COL-NM.
0687HK     MOVE NMFTA-SPL-SFX-C OF CLF0060C-REC TO W-DL-OLD.
0687HL     MOVE NMFTA-SPL-SFX-C OF CLF0060-REC  TO W-DL-NEW.
0687HM     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687HN
0687HO     MOVE 'LOC_NM'             TO W-DL-COL-NM.
0687HP     MOVE LOC-NM OF CLF0060C-REC TO W-DL-OLD.
0687HQ     MOVE LOC-NM OF CLF0060-REC  TO W-DL-NEW.
0687HR     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687HS
0687HT     MOVE 'MAILING_ADV_BAR_C'  TO W-DL-COL-NM.
0687HU     MOVE MAILING-ADV-BAR-C OF CLF0060C-REC TO W-DL-OLD.
0687HV     MOVE MAILING-ADV-BAR-C OF CLF0060-REC  TO W-DL-NEW.
0687HW     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687HX
0687HY     MOVE 'MAILING_CHK_DIGIT'  TO W-DL-COL-NM.
0687HZ     MOVE MAILING-CHK-DIGIT OF CLF0060C-REC TO W-DL-OLD.
0687H0     MOVE MAILING-CHK-DIGIT OF CLF0060-REC  TO W-DL-NEW.
0687H1     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687H2
0687H3     MOVE 'BOL_FAX_BK_N'       TO W-DL-COL-NM.
0687H4     MOVE BOL-FAX-BK-N OF CLF0060C-REC TO W-DL-OLD.
0687H5     MOVE BOL-FAX-BK-N OF CLF0060-REC  TO W-DL-NEW.
0687H6     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687H7
0687H8     MOVE 'BOL_FAX_CNFRM_TXT'  TO W-DL-COL-NM.
0687H9     MOVE BOL-FAX-CNFRM-TXT OF CLF0060C-REC TO W-DL-OLD.
0687IA     MOVE BOL-FAX-CNFRM-TXT OF CLF0060-REC  TO W-DL-NEW.
0687IB     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687IC
0687ID     MOVE 'BOL_FAX_CNFRM_C'    TO W-DL-COL-NM.
0687IE     MOVE BOL-FAX-CNFRM-C OF CLF0060C-REC TO W-DL-OLD.
0687IF     MOVE BOL-FAX-CNFRM-C OF CLF0060-REC  TO W-DL-NEW.
0687IG     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687IH
0687II     MOVE 'BOL_RELS_C'         TO W-DL-COL-NM.
0687IJ     MOVE BOL-RELS-C OF CLF0060C-REC TO W-DL-OLD.
0687IK     MOVE BOL-RELS-C OF CLF0060-REC  TO W-DL-NEW.
0687IL     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687IM
0687IN     MOVE 'BL_WC_EDI_IND'      TO W-DL-COL-NM.
0687IO     MOVE BL-WC-EDI-IND OF CLF0060C-REC TO W-DL-OLD.
0687IP     MOVE BL-WC-EDI-IND OF CLF0060-REC  TO W-DL-NEW.
0687IQ     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687IR
0687IS     MOVE 'RLINC_CUST_EDI_ID'  TO W-DL-COL-NM.
0687IT     MOVE RLINC-CUST-EDI-ID OF CLF0060C-REC TO W-DL-OLD.
0687IU     MOVE RLINC-CUST-EDI-ID OF CLF0060-REC  TO W-DL-NEW.
0687IV     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687IW
0687IX     MOVE 'DIALIN_CUST_EDI_ID' TO W-DL-COL-NM.
0687IY     MOVE DIALIN-CUST-EDI-ID OF CLF0060C-REC TO W-DL-OLD.
0687IZ     MOVE DIALIN-CUST-EDI-ID OF CLF0060-REC  TO W-DL-NEW.
0687I0     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687I1
0687I2     MOVE 'CORP_TP_C'          TO W-DL-COL-NM.
0687I3     MOVE CORP-TP-C OF CLF0060C-REC TO W-DL-OLD.
0687I4     MOVE CORP-TP-C OF CLF0060-REC  TO W-DL-NEW.
0687I5     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687I6
0687I7     MOVE 'INFO_SRC_C'         TO W-DL-COL-NM.
0687I8     MOVE INFO-SRC-C OF CLF0060C-REC TO W-DL-OLD.
0687I9     MOVE INFO-SRC-C OF CLF0060-REC  TO W-DL-NEW.
0687JA     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687JB
0687JC     MOVE 'MAINT_RSN_C'        TO W-DL-COL-NM.
0687JD     MOVE MAINT-RSN-C OF CLF0060C-REC TO W-DL-OLD.
0687JE     MOVE MAINT-RSN-C OF CLF0060-REC  TO W-DL-NEW.
0687JF     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687JG
0687JH     MOVE 'PHYS_SRVC_C'        TO W-DL-COL-NM.
0687JI     MOVE PHYS-SRVC-C OF CLF0060C-REC TO W-DL-OLD.
0687JJ     MOVE PHYS-SRVC-C OF CLF0060-REC  TO W-DL-NEW.
0687JK     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687JL
0687JM     MOVE 'BS_STAT_C'          TO W-DL-COL-NM.
0687JN     MOVE BS-STAT-C OF CLF0060C-REC TO W-DL-OLD.
0687JO     MOVE BS-STAT-C OF CLF0060-REC  TO W-DL-NEW.
0687JP     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687JQ
0687JR     MOVE 'COMMENTS'           TO W-DL-COL-NM.
0687JS     MOVE COMMENTS OF CLF0060C-REC TO W-DL-OLD.
0687JT     MOVE COMMENTS OF CLF0060-REC  TO W-DL-NEW.
0687JU     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687JV
0687JW     MOVE 'CO_ID'              TO W-DL-COL-NM.
0687JX     MOVE CO-ID OF CLF0060C-REC TO W-DL-NUM.
0687JY     MOVE W-DL-NUM TO W-DL-OLD.
0687JZ     MOVE CO-ID OF CLF0060-REC  TO W-DL-NUM.
0687J0     MOVE W-DL-NUM TO W-DL-NEW.
0687J1     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687J2
0687J3     MOVE 'CUST_633_ID'        TO W-DL-COL-NM.
0687J4     MOVE CUST-633-ID OF CLF0060C-REC TO W-DL-OLD.
0687J5     MOVE CUST-633-ID OF CLF0060-REC  TO W-DL-NEW.
0687J6     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687J7
0687J8     MOVE 'CUST_CITY_333_C'    TO W-DL-COL-NM.
0687J9     MOVE CUST-CITY-333-C OF CLF0060C-REC TO W-DL-OLD.
0687KA     MOVE CUST-CITY-333-C OF CLF0060-REC  TO W-DL-NEW.
0687KB     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687KC
0687KD     MOVE 'CUST_ST_C'          TO W-DL-COL-NM.
0687KE     MOVE CUST-ST-C OF CLF0060C-REC TO W-DL-OLD.
0687KF     MOVE CUST-ST-C OF CLF0060-REC  TO W-DL-NEW.
0687KG     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687KH
0687KI     MOVE 'TRAFF_ACCT_N'       TO W-DL-COL-NM.
0687KJ     MOVE TRAFF-ACCT-N OF CLF0060C-REC TO W-DL-OLD.
0687KK     MOVE TRAFF-ACCT-N OF CLF0060-REC  TO W-DL-NEW.
0687KL     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687KM
0687KN     MOVE 'MAILING_CNTRY_C'    TO W-DL-COL-NM.
0687KO     MOVE MAILING-CNTRY-C OF CLF0060C-REC TO W-DL-OLD.
0687KP     MOVE MAILING-CNTRY-C OF CLF0060-REC  TO W-DL-NEW.
0687KQ     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687KR
0687KS     MOVE 'MAILING_ST_PRVNC_C' TO W-DL-COL-NM.
0687KT     MOVE MAILING-ST-PRVNC-C OF CLF0060C-REC TO W-DL-OLD.
0687KU     MOVE MAILING-ST-PRVNC-C OF CLF0060-REC  TO W-DL-NEW.
0687KV     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687KW
0687KX     MOVE 'MAILING_CNTY_NM'    TO W-DL-COL-NM.
0687KY     MOVE MAILING-CNTY-NM OF CLF0060C-REC TO W-DL-OLD.
0687KZ     MOVE MAILING-CNTY-NM OF CLF0060-REC  TO W-DL-NEW.
0687K0     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687K1
0687K2     MOVE 'MAILING_CITY'       TO W-DL-COL-NM.
0687K3     MOVE MAILING-CITY OF CLF0060C-REC TO W-DL-OLD.
0687K4     MOVE MAILING-CITY OF CLF0060-REC  TO W-DL-NEW.
0687K5     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687K6
0687K7     MOVE 'MAILING_POSTAL_C'   TO W-DL-COL-NM.
0687K8     MOVE MAILING-POSTAL-C OF CLF0060C-REC TO W-DL-OLD.
0687K9     MOVE MAILING-POSTAL-C OF CLF0060-REC  TO W-DL-NEW.
0687LA     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687LB
0687LC     MOVE 'MAILING_ADDR_1'     TO W-DL-COL-NM.
0687LD     MOVE MAILING-ADDR-1 OF CLF0060C-REC TO W-DL-OLD.
0687LE     MOVE MAILING-ADDR-1 OF CLF0060-REC  TO W-DL-NEW.
0687LF     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687LG
0687LH     MOVE 'MAILING_ADDR_2'     TO W-DL-COL-NM.
0687LI     MOVE MAILING-ADDR-2 OF CLF0060C-REC TO W-DL-OLD.
0687LJ     MOVE MAILING-ADDR-2 OF CLF0060-REC  TO W-DL-NEW.
0687LK     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687LL
0687LM     MOVE 'MAILING_ADDR_3'     TO W-DL-COL-NM.
0687LN     MOVE MAILING-ADDR-3 OF CLF0060C-REC TO W-DL-OLD.
0687LO     MOVE MAILING-ADDR-3 OF CLF0060-REC  TO W-DL-NEW.
0687LP     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687LQ
0687LR     MOVE 'PHYS_CNTRY_C'       TO W-DL-COL-NM.
0687LS     MOVE PHYS-CNTRY-C OF CLF0060C-REC TO W-DL-OLD.
0687LT     MOVE PHYS-CNTRY-C OF CLF0060-REC  TO W-DL-NEW.
0687LU     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687LV
0687LW     MOVE 'PHYS_ST_PRVNC_C'    TO W-DL-COL-NM.
0687LX     MOVE PHYS-ST-PRVNC-C OF CLF0060C-REC TO W-DL-OLD.
0687LY     MOVE PHYS-ST-PRVNC-C OF CLF0060-REC  TO W-DL-NEW.
0687LZ     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687L0
0687L1     MOVE 'PHYS_CNTY_NM'       TO W-DL-COL-NM.
0687L2     MOVE PHYS-CNTY-NM OF CLF0060C-REC TO W-DL-OLD.
0687L3     MOVE PHYS-CNTY-NM OF CLF0060-REC  TO W-DL-NEW.
0687L4     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687L5
0687L6     MOVE 'PHYS_CITY'          TO W-DL-COL-NM.
0687L7     MOVE PHYS-CITY OF CLF0060C-REC TO W-DL-OLD.
0687L8     MOVE PHYS-CITY OF CLF0060-REC  TO W-DL-NEW.
0687L9     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687MA
0687MB     MOVE 'PHYS_POSTAL_C'      TO W-DL-COL-NM.
0687MC     MOVE PHYS-POSTAL-C OF CLF0060C-REC TO W-DL-OLD.
0687MD     MOVE PHYS-POSTAL-C OF CLF0060-REC  TO W-DL-NEW.
0687ME     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687MF
0687MG     MOVE 'PHYS_ADDR_1'        TO W-DL-COL-NM.
0687MH     MOVE PHYS-ADDR-1 OF CLF0060C-REC TO W-DL-OLD.
0687MI     MOVE PHYS-ADDR-1 OF CLF0060-REC  TO W-DL-NEW.
0687MJ     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687MK
0687ML     MOVE 'PHYS_ADDR_2'        TO W-DL-COL-NM.
0687MM     MOVE PHYS-ADDR-2 OF CLF0060C-REC TO W-DL-OLD.
0687MN     MOVE PHYS-ADDR-2 OF CLF0060-REC  TO W-DL-NEW.
0687MO     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687MP
0687MQ     MOVE 'PHYS_ADDR_3'        TO W-DL-COL-NM.
0687MR     MOVE PHYS-ADDR-3 OF CLF0060C-REC TO W-DL-OLD.
0687MS     MOVE PHYS-ADDR-3 OF CLF0060-REC  TO W-DL-NEW.
0687MT     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687MU
0687MV     MOVE 'CIF_ID'             TO W-DL-COL-NM.
0687MW     MOVE CIF-ID OF CLF0060C-REC TO W-DL-OLD.
0687MX     MOVE CIF-ID OF CLF0060-REC  TO W-DL-NEW.
0687MY     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687MZ
0687M0     MOVE 'CIF_ID_TP_C'        TO W-DL-COL-NM.
0687M1     MOVE CIF-ID-TP-C OF CLF0060C-REC TO W-DL-OLD.
0687M2     MOVE CIF-ID-TP-C OF CLF0060-REC  TO W-DL-NEW.
0687M3     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687M4
0687M5     MOVE 'MRGR_CIF_N'         TO W-DL-COL-NM.
0687M6     MOVE MRGR-CIF-N OF CLF0060C-REC TO W-DL-OLD.
0687M7     MOVE MRGR-CIF-N OF CLF0060-REC  TO W-DL-NEW.
0687M8     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687M9
0687NA     MOVE 'TEMP_PERM_C'        TO W-DL-COL-NM.
0687NB     MOVE TEMP-PERM-C OF CLF0060C-REC TO W-DL-OLD.
0687NC     MOVE TEMP-PERM-C OF CLF0060-REC  TO W-DL-NEW.
0687ND     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687NE
0687NF     MOVE 'CIF_ULT_PRNT_N'     TO W-DL-COL-NM.
0687NG     MOVE CIF-ULT-PRNT-N OF CLF0060C-REC TO W-DL-OLD.
0687NH     MOVE CIF-ULT-PRNT-N OF CLF0060-REC  TO W-DL-NEW.
0687NI     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687NJ
0687NK     MOVE 'CIF_IMD_PRNT_N'     TO W-DL-COL-NM.
0687NL     MOVE CIF-IMD-PRNT-N OF CLF0060C-REC TO W-DL-OLD.
0687NM     MOVE CIF-IMD-PRNT-N OF CLF0060-REC  TO W-DL-NEW.
0687NN     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687NO
0687NP     MOVE 'ARI_LST_MAINT_DT'   TO W-DL-COL-NM.
0687NQ     MOVE ARI-LST-MAINT-DT OF CLF0060C-REC TO W-DL-OLD.
0687NR     MOVE ARI-LST-MAINT-DT OF CLF0060-REC  TO W-DL-NEW.
0687NS     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687NT
0687NU     MOVE 'ARI_EFF_DT'         TO W-DL-COL-NM.
0687NV     MOVE ARI-EFF-DT OF CLF0060C-REC TO W-DL-OLD.
0687NW     MOVE ARI-EFF-DT OF CLF0060-REC  TO W-DL-NEW.
0687NX     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687NY
0687NZ     MOVE 'ARI_EXP_DT'         TO W-DL-COL-NM.
0687N0     MOVE ARI-EXP-DT OF CLF0060C-REC TO W-DL-OLD.
0687N1     MOVE ARI-EXP-DT OF CLF0060-REC  TO W-DL-NEW.
0687N2     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687N3
0687N4     MOVE 'NLOC_LOC_ID'        TO W-DL-COL-NM.
0687N5     MOVE NLOC-LOC-ID OF CLF0060C-REC TO W-DL-NUM.
0687N6     MOVE W-DL-NUM TO W-DL-OLD.
0687N7     MOVE NLOC-LOC-ID OF CLF0060-REC  TO W-DL-NUM.
0687N8     MOVE W-DL-NUM TO W-DL-NEW.
0687N9     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687OA
0687OB     MOVE 'NLOC_CIF_ID'        TO W-DL-COL-NM.
0687OC     MOVE NLOC-CIF-ID OF CLF0060C-REC TO W-DL-OLD.
0687OD     MOVE NLOC-CIF-ID OF CLF0060-REC  TO W-DL-NEW.
0687OE     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687OF
0687OG     MOVE 'CIF_DOM_PRNT_N'     TO W-DL-COL-NM.
0687OH     MOVE CIF-DOM-PRNT-N OF CLF0060C-REC TO W-DL-OLD.
0687OI     MOVE CIF-DOM-PRNT-N OF CLF0060-REC  TO W-DL-NEW.
0687OJ     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687OK
0687OL     MOVE 'CIF_TAX_ID_QLF'     TO W-DL-COL-NM.
0687OM     MOVE CIF-TAX-ID-QLF OF CLF0060C-REC TO W-DL-OLD.
0687ON     MOVE CIF-TAX-ID-QLF OF CLF0060-REC  TO W-DL-NEW.
0687OO     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687OP
0687OQ     MOVE 'CIF_TAX_ID'         TO W-DL-COL-NM.
0687OR     MOVE CIF-TAX-ID-TEXT OF CLF0060C-REC TO W-DL-OLD.
0687OS     MOVE CIF-TAX-ID-TEXT OF CLF0060-REC  TO W-DL-NEW.
0687OT     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687OU
0687OV     MOVE 'CIF_MAIL_POSTC'     TO W-DL-COL-NM.
0687OW     MOVE CIF-MAIL-POSTC OF CLF0060C-REC TO W-DL-OLD.
0687OX     MOVE CIF-MAIL-POSTC OF CLF0060-REC  TO W-DL-NEW.
0687OY     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687OZ
0687O0     MOVE 'CIF_PHYS_POSTC'     TO W-DL-COL-NM.
0687O1     MOVE CIF-PHYS-POSTC OF CLF0060C-REC TO W-DL-OLD.
0687O2     MOVE CIF-PHYS-POSTC OF CLF0060-REC  TO W-DL-NEW.
0687O3     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687O4
0687O5     MOVE 'CIF_CMNT'           TO W-DL-COL-NM.
0687O6     MOVE CIF-CMNT OF CLF0060C-REC TO W-DL-OLD.
0687O7     MOVE CIF-CMNT OF CLF0060-REC  TO W-DL-NEW.
0687O8     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687O9
0687PA     MOVE 'DBA_NME_CD'         TO W-DL-COL-NM.
0687PB     MOVE DBA-NME-CD OF CLF0060C-REC TO W-DL-OLD.
0687PC     MOVE DBA-NME-CD OF CLF0060-REC  TO W-DL-NEW.
0687PD     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687PE
0687PF     MOVE 'BILL_ADDR_CD'       TO W-DL-COL-NM.
0687PG     MOVE BILL-ADDR-CD OF CLF0060C-REC TO W-DL-OLD.
0687PH     MOVE BILL-ADDR-CD OF CLF0060-REC  TO W-DL-NEW.
0687PI     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687PJ
0687PK     MOVE 'DELY_ADDR_CD'       TO W-DL-COL-NM.
0687PL     MOVE DELY-ADDR-CD OF CLF0060C-REC TO W-DL-OLD.
0687PM     MOVE DELY-ADDR-CD OF CLF0060-REC  TO W-DL-NEW.
0687PN     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687PO
0687PP     MOVE 'CIF_SUB_CD'         TO W-DL-COL-NM.
0687PQ     MOVE CIF-SUB-CD OF CLF0060C-REC TO W-DL-OLD.
0687PR     MOVE CIF-SUB-CD OF CLF0060-REC  TO W-DL-NEW.
0687PS     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687PT
0687PU     MOVE 'NLOC_CIF_SUB_CD'    TO W-DL-COL-NM.
0687PV     MOVE NLOC-CIF-SUB-CD OF CLF0060C-REC TO W-DL-OLD.
0687PW     MOVE NLOC-CIF-SUB-CD OF CLF0060-REC  TO W-DL-NEW.
0687PX     PERFORM 3688-PUT-DELTA THRU 3688-EXIT.
0687PY
0687PZ 3686-EXIT.
0687P0      EXIT.
0687P1
0687P2******************************************************************
0687P3* 3688-PUT-DELTA                                                 *
0687P4* W-DL-COL-NM, W-DL-OLD AND W-DL-NEW ARE SET BY THE CALLER.  AN  *
0687P5* UNCHANGED COLUMN WRITES NOTHING.                               *
0687P6******************************************************************
0687P7
0687P8 3688-PUT-DELTA.
0687P9
0687QA     IF W-DL-OLD = W-DL-NEW
0687QB       GO TO 3688-EXIT
0687QC     END-IF.
0687QD
0687QE     STRING W-DL-COL-NM DELIMITED BY SPACE
0687QF            ' '         DELIMITED BY SIZE
0687QG       INTO CLF0060C-REC-DIFFERENCES
0687QH       WITH POINTER W-DL-PTR
0687QI     END-STRING.
0687QJ
0687QK     IF WS-SIMULATE-MODE
0687QL       GO TO 3688-EXIT
0687QM     END-IF.
0687QN
0687QO     MOVE W-AUD-LOC-ID  TO DLT-LOC-ID.
0687QP     MOVE W-CIF-ID      TO DLT-CIF-ID.
0687QQ     MOVE W-CIF-SFX     TO DLT-CIF-SFX.
0687QR     MOVE W-DL-COL-NM   TO DLT-COLUMN-NM.
0687QS     MOVE W-DL-OLD      TO DLT-OLD-VALUE.
0687QT     MOVE W-DL-NEW      TO DLT-NEW-VALUE.
0687QU     MOVE W-RUN-ID      TO DLT-RUN-ID.
0687QV     MOVE W-PROGRAM     TO DLT-PROGRAM.
0687QW
0687QX     WRITE DELTA-FILE-REC.
0687QY
0687QZ     ADD 1 TO W-DELTA-CNT.
0687Q0
0687Q1 3688-EXIT.
0687Q2      EXIT.
0687Q3
0687Q4******************************************************************
0687Q5* 3690-WRITE-DELTA-LINE                                          *
0687Q6* ONE 150-BYTE SLICE OF THE CHANGED-COLUMN LIST PER REPORT LINE. *
0687Q7******************************************************************
0687Q8
0687Q9 3690-WRITE-DELTA-LINE.
0687RA
0687RB     MOVE CLF0060C-REC-DIFFERENCES(W-DL-IX:150) TO UDL-COLUMNS.
0687RC
0687RD     WRITE OUTPUT-REPORT-REC FROM DELTA-DETAIL.
0687RE
0687RF 3690-EXIT.
0687RG      EXIT.
068900
069000******************************************************************
069100* 3700-WRITE-RESULT                                              *
071291
071292     MOVE W-CIF-ID     TO BKO-CIF-ID.
071293     MOVE W-CIF-SFX    TO BKO-CIF-SFX.
071294     MOVE MH-LOC-ID    TO BKO-LOC-ID.
071295     MOVE MH-RUN-ID    TO BKO-MERGE-RUN-ID.
071296     MOVE W-TIMESTAMP  TO BKO-TIMESTAMP.
071297     MOVE W-PROGRAM    TO BKO-PROGRAM.
071298
07129A
07129B 3750-EXIT.
07129C      EXIT.
0712AA
0712AB******************************************************************
0712AC* 3760-REMEMBER-MERGE                                            *
0712AD* KEEPS THE MERGE JUST BACKED OUT SO 4000-RESTORE-REPOINT ONLY   *
0712AE* PUTS BACK CHILD REPOINTS BELONGING TO A MERGE THIS RUN         *
0712AF* ACTUALLY REVERSED.                                             *
0712AG******************************************************************
0712AH
0712AI 3760-REMEMBER-MERGE.
0712AJ
0712AK     MOVE W-CIF-ID     TO W-RB-CIF-ID.
0712AL     MOVE W-CIF-SFX    TO W-RB-CIF-SFX.
0712AM     MOVE MH-RUN-ID    TO W-RB-RUN-ID.
0712AN
0712AO 3760-EXIT.
0712AP      EXIT.
071300
071400******************************************************************
071500* 3800-WRITE-REJECT                                              *
073600
073700 3800-EXIT.
073800      EXIT.
0738AA
0738AB******************************************************************
0738AC* 4000-RESTORE-REPOINT                                           *
0738AD* PUTS BACK ONE CHILD LOCATION THAT CLADRILD REPOINTED OFF THE   *
0738AE* LOCATION A MERGE RETIRED.  ONLY REPOINTS OF THE MERGE THIS RUN *
0738AF* HAS JUST BACKED OUT ARE TOUCHED.  LIKE THE MERGE ITSELF, EACH  *
0738AG* CHILD IS ONE UNIT OF WORK: EXPIRE THE REPOINTED VERSION,       *
0738AH* UNEXPIRE THE VERSION IT REPLACED, COMMIT.  A CHILD MAINTAINED  *
0738AI* SINCE THE REPOINT IS REJECTED RATHER THAN OVERWRITTEN.  NO     *
0738AJ* BACKOUT TRAIL RECORD IS WRITTEN - THE MERGE'S OWN BACKOUT      *
0738AK* RECORD COVERS ITS REPOINTS.                                    *
0738AL******************************************************************
0738AM
0738AN 4000-RESTORE-REPOINT.
0738AO
0738AP     IF W-RB-CIF-ID = SPACES
0738AQ        OR MH-CIF-ID  NOT = W-RB-CIF-ID
0738AR        OR MH-CIF-SFX NOT = W-RB-CIF-SFX
0738AS        OR MH-RUN-ID  NOT = W-RB-RUN-ID
0738AT       GO TO 4000-EXIT
0738AU     END-IF.
0738AV
0738AW     MOVE MH-CIF-ID   TO W-CIF-ID.
0738AX     MOVE MH-CIF-SFX  TO W-CIF-SFX.
0738AY     MOVE MH-LOC-ID   TO W-AUD-LOC-ID
0738AZ                         W-RB-LOC-ID.
0738A0     MOVE MH-EVENT-TS TO W-RB-RPT-EFF-TS.
0738A1     MOVE SPACES      TO W-RB-PRI-EFF-TS
0738A2                         W-RB-LOC-NM.
0738A3     MOVE 'N'         TO W-RB-OK.
0738A4
0738A5* THE REPOINTED VERSION MUST STILL BE THE CHILD'S CURRENT ONE
0738A6     EXEC SQL
0738A7       SELECT LOC_NM
0738A8         INTO :W-RB-LOC-NM
0738A9         FROM CL.TCLF_CO_LOCN_DTL
0738BA        WHERE LOC_ID          = :W-RB-LOC-ID
0738BB          AND CO_LOCN_EFF_TS  = :W-RB-RPT-EFF-TS
0738BC          AND EXP_TS         >= CURRENT TIMESTAMP
0738BD     END-EXEC.
0738BE
0738BF     EVALUATE SQLCODE
0738BG       WHEN +0
0738BH         CONTINUE
0738BI       WHEN +100
0738BJ         ADD 1 TO W-RB-REJECTED-CNT
0738BK         MOVE 'REJECTED - REPOINTED CHILD NOT ACTIVE'
0738BL           TO WO-MESSAGE
0738BM         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
0738BN         GO TO 4000-EXIT
0738BO       WHEN OTHER
0738BP         ADD 1 TO W-ERRORS-CNT
0738BQ         MOVE 8 TO W-RETURN-CODE
0738BR         MOVE SQLCODE TO WD-SQL-CODE
0738BS         DISPLAY WD-SQL-CODE ' ERROR ON SELECT REPOINTED CHILD'
0738BT         MOVE 'REJECTED - SQL ERROR ON REPOINTED CHILD'
0738BU           TO WO-MESSAGE
0738BV         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
0738BW         GO TO 4000-EXIT
0738BX     END-EVALUATE.
0738BY
0738BZ     PERFORM 4100-GET-CHILD-PRIOR THRU 4100-EXIT.
0738B0
0738B1     IF W-RB-OK = 'N'
0738B2       GO TO 4000-EXIT
0738B3     END-IF.
0738B4
0738B5     IF WS-SIMULATE-MODE
0738B6       ADD 1 TO W-RB-RESTORED-CNT
0738B7       PERFORM 4400-WRITE-REPOINT-RESULT THRU 4400-EXIT
0738B8       GO TO 4000-EXIT
0738B9     END-IF.
0738CA
0738CB     PERFORM 4200-EXPIRE-REPOINTED THRU 4200-EXIT.
0738CC
0738CD     IF W-RB-OK = 'Y'
0738CE       PERFORM 4300-UNEXPIRE-CHILD-PRIOR THRU 4300-EXIT
0738CF     END-IF.
0738CG
0738CH     IF W-RB-OK = 'Y'
0738CI       EXEC SQL
0738CJ         COMMIT
0738CK       END-EXEC
0738CL       ADD 1 TO W-RB-RESTORED-CNT
0738CM       PERFORM 4400-WRITE-REPOINT-RESULT THRU 4400-EXIT
0738CN     ELSE
0738CO       EXEC SQL
0738CP         ROLLBACK
0738CQ       END-EXEC
0738CR     END-IF.
0738CS
0738CT 4000-EXIT.
0738CU      EXIT.
0738CV
0738CW******************************************************************
0738CX* 4100-GET-CHILD-PRIOR                                           *
0738CY* FINDS THE CHILD VERSION THE REPOINT EXPIRED.  WITHOUT ONE THERE*
0738CZ* IS NO PARENT TO PUT BACK AND THE REPOINT IS REJECTED.          *
0738C0******************************************************************
0738C1
0738C2 4100-GET-CHILD-PRIOR.
0738C3
0738C4     EXEC SQL
0738C5       OPEN RPPRIOR
0738C6     END-EXEC.
0738C7
0738C8     IF SQLCODE = 0
0738C9       EXEC SQL
0738DA         FETCH RPPRIOR
0738DB          INTO :W-RB-PRI-EFF-TS
0738DC              ,:W-RB-LOC-NM
0738DD       END-EXEC
0738DE     END-IF.
0738DF
0738DG     EVALUATE SQLCODE
0738DH       WHEN +0
0738DI         MOVE 'Y' TO W-RB-OK
0738DJ       WHEN +100
0738DK         ADD 1 TO W-RB-REJECTED-CNT
0738DL         MOVE 'REJECTED - NO PRIOR CHILD VERSION'
0738DM           TO WO-MESSAGE
0738DN         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
0738DO       WHEN OTHER
0738DP         ADD 1 TO W-ERRORS-CNT
0738DQ         MOVE 8 TO W-RETURN-CODE
0738DR         MOVE SQLCODE TO WD-SQL-CODE
0738DS         DISPLAY WD-SQL-CODE ' ERROR ON FETCH PRIOR CHILD VERSION'
0738DT         MOVE 'REJECTED - SQL ERROR ON PRIOR CHILD'
0738DU           TO WO-MESSAGE
0738DV         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
0738DW     END-EVALUATE.
0738DX
0738DY     EXEC SQL
0738DZ       CLOSE RPPRIOR
0738D0     END-EXEC.
0738D1
0738D2 4100-EXIT.
0738D3      EXIT.
0738D4
0738D5******************************************************************
0738D6* 4200-EXPIRE-REPOINTED                                          *
0738D7******************************************************************
0738D8
0738D9 4200-EXPIRE-REPOINTED.
0738EA
0738EB     INITIALIZE CLF0060M-PARMS.
0738EC     SET CLM-CLF0060-EXPIRE TO TRUE.
0738ED     MOVE W-RB-LOC-ID     TO CLM-CLF0060-LOC-ID.
0738EE     MOVE W-RB-RPT-EFF-TS TO CLM-CLF0060-EFF-TS.
0738EF
0738EG     CALL W-CLF0060M USING CLF0060M-PARMS.
0738EH
0738EI     IF NOT CLF0060-STATUS-SUCCESSFUL
0738EJ       MOVE 'N' TO W-RB-OK
0738EK       ADD 1 TO W-ERRORS-CNT
0738EL       MOVE 8 TO W-RETURN-CODE
0738EM       DISPLAY 'CLADRULD - EXPIRE OF REPOINTED CHILD FAILED: '
0738EN           CLM-CLF0060-MESSAGE
0738EO       MOVE 'REJECTED - EXPIRE OF REPOINT FAILED'
0738EP         TO WO-MESSAGE
0738EQ       PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
0738ER     END-IF.
0738ES
0738ET 4200-EXIT.
0738EU      EXIT.
0738EV
0738EW******************************************************************
0738EX* 4300-UNEXPIRE-CHILD-PRIOR                                      *
0738EY******************************************************************
0738EZ
0738E0 4300-UNEXPIRE-CHILD-PRIOR.
0738E1
0738E2     INITIALIZE CLF0060M-PARMS.
0738E3     SET CLM-CLF0060-UNEXPIRE TO TRUE.
0738E4     MOVE W-RB-LOC-ID     TO CLM-CLF0060-LOC-ID.
0738E5     MOVE W-RB-PRI-EFF-TS TO CLM-CLF0060-EFF-TS.
0738E6
0738E7     CALL W-CLF0060M USING CLF0060M-PARMS.
0738E8
0738E9     IF NOT CLF0060-STATUS-SUCCESSFUL
0738FA       MOVE 'N' TO W-RB-OK
0738FB       ADD 1 TO W-ERRORS-CNT
0738FC       MOVE 8 TO W-RETURN-CODE
0738FD       DISPLAY 'CLADRULD - UNEXPIRE OF PRIOR CHILD FAILED: '
0738FE           CLM-CLF0060-MESSAGE
0738FF       MOVE 'REJECTED - UNEXPIRE OF CHILD PRIOR FAILED'
0738FG         TO WO-MESSAGE
0738FH       PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
0738FI     END-IF.
0738FJ
0738FK 4300-EXIT.
0738FL      EXIT.
0738FM
0738FN******************************************************************
0738FO* 4400-WRITE-REPOINT-RESULT                                      *
0738FP* THE CHILD'S RESTORED VERSION - ITS ORIGINAL PARENTS - UNDER THE*
0738FQ* CIF-ID/CIF-SFX OF THE MERGE BEING BACKED OUT.                  *
0738FR******************************************************************
0738FS
0738FT 4400-WRITE-REPOINT-RESULT.
0738FU
0738FV     MOVE SPACES          TO REPORT-DETAIL.
0738FW     MOVE 'REPOINT'       TO WO-IMAGE.
0738FX     MOVE W-CIF-ID        TO WO-CIF-ID(1:9).
0738FY     MOVE '-'             TO WO-CIF-ID(10:1).
0738FZ     MOVE W-CIF-SFX       TO WO-CIF-ID(11:4).
0738F0     MOVE W-RB-LOC-ID     TO WO-LOC-ID.
0738F1     MOVE W-RB-PRI-EFF-TS TO WO-EFF-TS.
0738F2     MOVE W-RB-LOC-NM     TO WO-LOC-NME.
0738F3
0738F4     IF WS-SIMULATE-MODE
0738F5       MOVE 'CHILD PARENTS RESTORED (SIMULATED)' TO WO-MESSAGE
0738F6     ELSE
0738F7       MOVE 'CHILD PARENTS RESTORED'             TO WO-MESSAGE
0738F8     END-IF.
0738F9
0738GA     WRITE OUTPUT-REPORT-REC FROM REPORT-DETAIL.
0738GB
0738GC 4400-EXIT.
0738GD      EXIT.
073900
074000******************************************************************
074100* 9000-STATS                                                     *
075500     DISPLAY 'Records Rejected        : ' W-REJECTED-CNT-D.
07550A     MOVE W-EDI-IMPACT-CNT TO W-EDI-IMPACT-CNT-D.
07550B     DISPLAY 'EDI Rows To Rekey       : ' W-EDI-IMPACT-CNT-D.
0755RH     MOVE W-DELTA-CNT      TO W-DELTA-CNT-D.
0755RI     DISPLAY 'Column Deltas Written   : ' W-DELTA-CNT-D.
0755AA     MOVE W-RB-RESTORED-CNT TO W-RB-RESTORED-CNT-D.
0755AB     DISPLAY 'Child Repoints Restored : ' W-RB-RESTORED-CNT-D.
0755AC     MOVE W-RB-REJECTED-CNT TO W-RB-REJECTED-CNT-D.
0755AD     DISPLAY 'Child Repoints Rejected : ' W-RB-REJECTED-CNT-D.
075600     DISPLAY 'Number of errors        : ' W-ERRORS-CNT-D.
075700
075800 9000-EXIT.
07669D     END-IF.
07669E
076700     CLOSE OUTPUT-REPORT.
076800     CLOSE MERGE-HIST-FILE.
076810     CLOSE BACKOUT-FILE.
0768RJ     CLOSE DELTA-FILE.
076900
077000 9999-EXIT.
077100      EXIT.
