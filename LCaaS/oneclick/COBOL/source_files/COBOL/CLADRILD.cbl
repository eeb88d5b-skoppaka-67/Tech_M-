00161B         FILE STATUS IS WS-APPR-FILE-STATUS.
00161C     SELECT PART-COUNTS-OUT ASSIGN TO UT-S-PCNTOUT.
00161G     SELECT HELD-FILE ASSIGN TO UT-S-HELD.
0016AA     SELECT DELTA-FILE ASSIGN TO UT-S-DELTA.
00161D     SELECT DISP-EXTRACT ASSIGN TO UT-S-DEXTRCT.
00161E     SELECT OPTIONAL PART-COUNTS-IN ASSIGN TO UT-S-PCNTIN
00161F         FILE STATUS IS WS-PCNT-FILE-STATUS.
0016AJ     SELECT OPTIONAL CHANGE-FEED ASSIGN TO UT-S-CHGFEED
0016AK         FILE STATUS IS WS-FEED-FILE-STATUS.
001614
001615 DATA DIVISION.
001616 FILE SECTION.
00165N  01  PARM-FILE-REC2.
00165O      05 PARM2-MIN-CONFIDENCE        PIC  9(03).
00165R      05 PARM2-STANDARDIZE-IND       PIC  X(01).
0016AB      05 PARM2-REPOINT-RPT-IND       PIC  X(01).
0016AI      05 PARM2-ADDR-ROLE-IND         PIC  X(01).
0016AL      05 PARM2-TRICKLE-IND           PIC  X(01).
00165P      05 FILLER                      PIC  X(73).
00165Q
001659****************************************************************
001660*  CHECKPOINT/RESTART FILE - LAST COMMITTED CIF-ID/SFX WRITTEN *
001690      05 AUD-TIMESTAMP                PIC  X(26).
001691      05 AUD-PROGRAM                 PIC  X(08).
00169A      05 AUD-RUN-ID                  PIC  X(14).
0016AC*     A MERGE RECORD NAMES THE SURVIVING LOCATION; A REPOINT
0016AD*     RECORD NAMES A CHILD LOCATION MOVED OFF THE LOCATION THAT
0016AE*     MERGE RETIRED, STAMPED WITH THE CHILD'S NEW VERSION'S
0016AF*     EFFECTIVE TIMESTAMP.  OLDER RECORDS CARRY A SPACE HERE.
001692      05 AUD-REC-TYPE                PIC  X(01).
0016AG         88 AUD-MERGE-REC                    VALUE 'M' ' '.
0016AH         88 AUD-REPOINT-REC                  VALUE 'R'.
001693 
001694****************************************************************
001695*  PATRON-IMPACT EXTRACT FOR PATRON SYSTEMS TEAM - ONE ROW PER *
00171Q      05 APR-APPROVER                PIC  X(08).
00171R      05 FILLER                      PIC  X(50).
00171S
0017AA****************************************************************
0017AB*  CIF CHANGE FEED - ONE RECORD PER CIF-ID/SFX ADDED OR        *
0017AC*  CHANGED ON THE ADDRESS OR CIF DETAIL TABLES SINCE THE       *
0017AD*  PREVIOUS FEED.  EVERY RECORD CARRIES THE SEQUENCE NUMBER    *
0017AE*  OF THE FEED IT BELONGS TO, SO SEVERAL FEEDS MAY BE          *
0017AF*  CONCATENATED IN ASCENDING ORDER AND A FEED ALREADY APPLIED  *
0017AG*  IS PASSED OVER.  READ INSTEAD OF THE SUBLOCATION CURSOR     *
0017AH*  WHEN THE INTRADAY TRICKLE PARM IS SET.                      *
0017AI****************************************************************
0017AJ  FD  CHANGE-FEED
0017AK      RECORDING MODE IS F
0017AL      RECORD CONTAINS 80 CHARACTERS
0017AM      LABEL RECORDS ARE STANDARD
0017AN      BLOCK CONTAINS 0 RECORDS.
0017AO
0017AP  01  CHANGE-FEED-REC.
0017AQ      05 CHG-FEED-SEQ                PIC  9(09).
0017AR      05 CHG-CIF-ID                  PIC  X(09).
0017AS      05 CHG-CIF-SFX                 PIC  X(04).
0017AT      05 CHG-CHANGE-C                PIC  X(01).
0017AU         88 CHG-ADD                          VALUE 'A'.
0017AV         88 CHG-CHANGE                       VALUE 'C'.
0017AW      05 CHG-SOURCE-TBL              PIC  X(04).
0017AX      05 CHG-CAPTURE-TS              PIC  X(26).
0017AY      05 FILLER                      PIC  X(27).
0017AZ
0171T1****************************************************************
0171T2*  HELD MERGES - ONE RECORD PER MATCH THAT SCORED BELOW THE    *
0171T3*  MINIMUM CONFIDENCE ON THE PARM.  SAME SHAPE AS THE          *
0171TK      05 HLD-CONFIDENCE              PIC  9(03).
0171TL      05 FILLER                      PIC  X(47).
0171TM
0171AB****************************************************************
0171AC*  FIELD-LEVEL DELTA - ONE RECORD PER COLUMN A COMMITTED MERGE *
0171AD*  CHANGED: THE OLD VALUE FROM THE TARGET VERSION THE MERGE    *
0171AE*  EXPIRED, THE NEW VALUE FROM THE MERGED VERSION THAT         *
0171AF*  REPLACED IT.  CLADRULD WRITES THE SAME LAYOUT FOR EVERY     *
0171AG*  BACKOUT, SO THE DATA STEWARDS SEE EXACTLY WHAT EACH RUN     *
0171AH*  MOVED WITHOUT DIFFING WHOLE ROWS.                           *
0171AI****************************************************************
0171AJ  FD  DELTA-FILE
0171AK      RECORDING MODE IS F
0171AL      RECORD CONTAINS 250 CHARACTERS
0171AM      LABEL RECORDS ARE STANDARD
0171AN      BLOCK CONTAINS 0 RECORDS.
0171AO
0171AP  01  DELTA-FILE-REC.
0171AQ      05 DLT-LOC-ID                  PIC  9(09).
0171AR      05 DLT-CIF-ID                  PIC  X(09).
0171AS      05 DLT-CIF-SFX                 PIC  X(04).
0171AT      05 DLT-COLUMN-NM               PIC  X(18).
0171AU      05 DLT-OLD-VALUE               PIC  X(90).
0171AV      05 DLT-NEW-VALUE               PIC  X(90).
0171AW      05 DLT-RUN-ID                  PIC  X(14).
0171AX      05 DLT-PROGRAM                 PIC  X(08).
0171AY      05 FILLER                      PIC  X(08).
0171AA
0171S1****************************************************************
0171S2*  DISPOSITION EXTRACT - ONE DELIMITED RECORD PER CANDIDATE    *
0171S3*  PROCESSED, CARRYING THE FINAL DISPOSITION, TARGET LOCATION  *
0180GF    05 W-EDI-SSI-TOTAL                PIC  9(06) VALUE 0.
0180GG    05 W-EDI-SSI-TOTAL-D              PIC  ZZZ,ZZ9.
0180GH
0180AZ******************************************************************
0180A0*  FIELD-LEVEL DELTA - AFTER EACH COMMITTED MERGE THE TARGET'S   *
0180A1*  EXPIRED VERSION (CLF0060C-REC) IS COMPARED COLUMN BY COLUMN   *
0180A2*  WITH THE MERGED VERSION (CLF0060-REC); EVERY COLUMN THAT      *
0180A3*  DIFFERS GOES TO THE DELTA FILE AND ITS NAME IS STRUNG ONTO    *
0180A4*  CLF0060C-REC-DIFFERENCES.  THE ALWAYS-DIFFERENT VERSIONING    *
0180A5*  COLUMNS (EFFECTIVE/EXPIRY/MAINTENANCE STAMPS) ARE LEFT OUT.   *
0180A6******************************************************************
0180A7 01 FIELD-DELTA-VARIABLES.
0180A8    05 W-DL-FOUND                     PIC  X(01) VALUE 'N'.
0180A9    05 W-DL-COL-NM                    PIC  X(18) VALUE SPACES.
0180BW    05 W-DL-OLD                       PIC  X(90) VALUE SPACES.
0180BX    05 W-DL-NEW                       PIC  X(90) VALUE SPACES.
0180BY    05 W-DL-NUM                       PIC  9(09) VALUE 0.
0180BZ    05 W-DL-PTR                       PIC S9(04) USAGE COMP.
0180AL*   ON WHEN THE COMPARISON IS FEEDING THE MERGE-CONFLICT RULES
0180AM*   RATHER THAN THE DELTA FILE
0180AN    05 W-DL-RULE-MODE-IND             PIC  X(01) VALUE 'N'.
0180AO       88 W-DL-RULE-MODE                      VALUE 'Y'.
0180B0    05 W-DELTA-CNT                    PIC  9(06) VALUE 0.
0180CN    05 W-DELTA-CNT-D                  PIC  ZZZ,ZZ9.
0180CO
0180CP*  NULL INDICATORS FOR THE WHOLE-ROW FETCHES - ONLY THE TWO      *
0180CQ*  PARENT LOCATION COLUMNS (3 AND 4) ARE NULLABLE                *
0180CR 01 FIELD-DELTA-NULL-INDS.
0180CS    05 W-DL-IND                       PIC S9(04) USAGE COMP
0180CT                                          OCCURS 68 TIMES.
0180EY
0180EZ******************************************************************
0180E0*  CASCADE REPOINT - A COMMITTED MERGE CAN RETIRE THE LOCATION   *
0180FL*  THE SUBLOCATION'S ADDRESS POINTED AT BEFORE THE MERGE, AND    *
0180FM*  WITH IT A CIF NO UNEXPIRED LOCATION CARRIES ANY LONGER.       *
0180FN*  CHILDREN WHOSE CURRENT VERSION STILL NAMES EITHER AS ITS      *
0180FO*  ULTIMATE OR IMMEDIATE PARENT ARE VERSIONED ONTO THE SURVIVOR  *
0180FP*  THROUGH CLF0060M, OR ONLY LISTED WHEN THE CARD-2 REPORT-ONLY  *
0180FQ*  SWITCH IS ON.  THE CHILD LIST IS LOADED BEFORE ANY CHILD IS   *
0180FR*  TOUCHED SO THE CURSOR NEVER READS ROWS IT HAS JUST VERSIONED. *
0180FS******************************************************************
0180FT 01 REPOINT-VARIABLES.
0180FU    05 WS-PARM-REPOINT-RPT-IND        PIC  X(01) VALUE 'N'.
0180FV       88 WS-REPOINT-REPORT-ONLY              VALUE 'Y'.
0180FW    05 W-CLF0060M                     PIC  X(08) VALUE 'CLF0060M'.
0180FX*   THE SUBLOCATION'S LOCATION AND ITS CIF, CAPTURED BEFORE THE
0180FY*   MERGE MOVES THE ADDRESS ONTO THE SURVIVOR
0180FZ    05 W-RP-OLD-LOC                   PIC S9(09) USAGE COMP.
0180F0    05 W-RP-OLD-CIF                   PIC  X(09) VALUE SPACES.
0180GI*   THE CIF THE TARGET LOCATION CARRIED BEFORE THE MERGE
0180GJ    05 W-RP-PRI-CIF                   PIC  X(09) VALUE SPACES.
0180GK*   THE CIF ON THE SURVIVING MERGED VERSION
0180GL    05 W-RP-NEW-CIF                   PIC  X(09) VALUE SPACES.
0180GM    05 W-RP-TEST-CIF                  PIC  X(09) VALUE SPACES.
0180GN    05 W-RP-TEST-RETIRED              PIC  X(01) VALUE 'N'.
0180GO    05 W-RP-LOC-RETIRED               PIC  X(01) VALUE 'N'.
0180GP    05 W-RP-CIF1-RETIRED              PIC  X(01) VALUE 'N'.
0180GQ    05 W-RP-CIF2-RETIRED              PIC  X(01) VALUE 'N'.
0180GR    05 W-RP-LOC-ID                    PIC S9(09) USAGE COMP.
0180GS    05 W-RP-OLD-EFF-TS                PIC  X(26) VALUE SPACES.
0180GT    05 W-RP-NEW-EFF-TS                PIC  X(26) VALUE SPACES.
0180GU    05 W-RP-WAS-ULT                   PIC S9(09) USAGE COMP.
0180GV    05 W-RP-WAS-IMD                   PIC S9(09) USAGE COMP.
0180GW    05 W-RP-WAS-CIF-ULT               PIC  X(09) VALUE SPACES.
0180GX    05 W-RP-WAS-CIF-IMD               PIC  X(09) VALUE SPACES.
0180GY    05 W-RP-NUM                       PIC  9(09) VALUE 0.
0180GZ    05 W-RP-NOTE                      PIC  X(40) VALUE SPACES.
0180G0    05 W-RP-IX                        PIC S9(04) USAGE COMP.
0180HL    05 W-RP-USED                      PIC S9(04) USAGE COMP.
0180HM    05 W-RP-MAX                       PIC S9(04) USAGE COMP
0180HN                                                   VALUE 500.
0180HO    05 W-RP-OVERFLOW                  PIC  X(01) VALUE 'N'.
0180HP    05 W-RP-FOUND-CNT                 PIC  9(06) VALUE 0.
0180HQ    05 W-RP-FOUND-CNT-D               PIC  ZZZ,ZZ9.
0180HR    05 W-RP-DONE-CNT                  PIC  9(06) VALUE 0.
0180HS    05 W-RP-DONE-CNT-D                PIC  ZZZ,ZZ9.
0180HT    05 W-RP-FAILED-CNT                PIC  9(06) VALUE 0.
0180HU    05 W-RP-FAILED-CNT-D              PIC  ZZZ,ZZ9.
0180HV
0180HW 01 REPOINT-CHILD-TABLE.
0180HX    05 W-RP-CHILD                     OCCURS 500 TIMES.
0180HY       10 W-RC-LOC-ID                 PIC S9(09) USAGE COMP.
0180IA       10 W-RC-EFF-TS                 PIC  X(26).
0180AK
0180IB******************************************************************
0180IC*  ADDRESS-ROLE INTEGRITY - EVERY MATCH IS PROJECTED ONTO THE    *
0180ID*  CIF IT IS FILED UNDER BEFORE IT COMMITS: THE CIF MUST BE LEFT *
0180IE*  WITH EXACTLY ONE BILLING ADDRESS, A DELIVERY-FLAGGED SURVIVOR *
0180IF*  MUST HAVE A PHYSICAL ADDRESS, AND THE CIF'S OWN MAILING AND   *
0180IG*  PHYSICAL POSTAL CODES MUST AGREE WITH THE SURVIVOR'S.  CARD-2 *
0180IH*  SWITCH: H (OR BLANK) HOLDS A FAILING MATCH FOR REVIEW, B      *
0180II*  REFUSES IT, N TURNS THE CHECK OFF.  CLADRBLD SWEEPS THE SAME  *
0180IJ*  CONDITIONS ACROSS THE WHOLE TABLE.                            *
0180IK******************************************************************
0180IL 01 ADDR-ROLE-VARIABLES.
0180IM    05 WS-PARM-ADDR-ROLE-IND          PIC  X(01) VALUE 'H'.
0180IN       88 WS-ADDR-ROLE-HOLD                   VALUE 'H'.
0180IO       88 WS-ADDR-ROLE-REFUSE                 VALUE 'B'.
0180IP       88 WS-ADDR-ROLE-CHECK-ON               VALUE 'H' 'B'.
0180IQ*   THE SUBLOCATION'S OWN COMPANY LOCATION (ZERO WHEN IT HAS NONE)
0180IR    05 W-AR-SUB-LOC                   PIC S9(09) USAGE COMP.
0180IS    05 W-AR-SUB-BILL                  PIC  X(01) VALUE SPACES.
0180IT    05 W-AR-SUB-DELY                  PIC  X(01) VALUE SPACES.
0180IU    05 W-AR-SUB-CIF-MAIL              PIC  X(11) VALUE SPACES.
0180IV    05 W-AR-SUB-CIF-PHYS              PIC  X(11) VALUE SPACES.
0180IW*   THE TARGET'S CURRENT VERSION - THE MERGED VERSION KEEPS ITS
0180IX*   ADDRESS AND ROLE COLUMNS
0180IY    05 W-AR-TGT-CIF                   PIC  X(09) VALUE SPACES.
0180IZ    05 W-AR-TGT-BILL                  PIC  X(01) VALUE SPACES.
0180I0    05 W-AR-TGT-DELY                  PIC  X(01) VALUE SPACES.
0180I1    05 W-AR-TGT-PHYS-ADDR             PIC  X(35) VALUE SPACES.
0180I2    05 W-AR-TGT-PHYS-POSTAL           PIC  X(09) VALUE SPACES.
0180I3    05 W-AR-TGT-MAIL-POSTAL           PIC  X(09) VALUE SPACES.
0180I4    05 W-AR-TGT-CIF-MAIL              PIC  X(11) VALUE SPACES.
0180I5    05 W-AR-TGT-CIF-PHYS              PIC  X(11) VALUE SPACES.
0180I6    05 W-AR-SUB-LEFT-CNT              PIC S9(09) USAGE COMP.
0180I7    05 W-AR-BILL-CNT                  PIC S9(09) USAGE COMP.
0180I8    05 W-AR-CIF-VRSN-CNT              PIC S9(09) USAGE COMP.
0180I9    05 W-AR-NULL-IND                  PIC S9(04) USAGE COMP.
0180JA    05 W-AR-NUM-D                     PIC  ZZZZZ9.
0180JB    05 W-AR-CIF-POSTAL                PIC  X(11) VALUE SPACES.
0180JC    05 W-AR-LOC-POSTAL                PIC  X(09) VALUE SPACES.
0180JD    05 W-AR-STD-CIF-POSTAL            PIC  X(09) VALUE SPACES.
0180JE    05 W-AR-STD-CIF-POSTAL5           PIC  X(05) VALUE SPACES.
0180JF    05 W-AR-POSTAL-OK                 PIC  X(01) VALUE 'Y'.
0180JG    05 W-AR-REASON                    PIC  X(12) VALUE SPACES.
0180JH    05 W-AR-TEXT                      PIC  X(40) VALUE SPACES.
0180JI    05 W-AR-VALUE-1                   PIC  X(11) VALUE SPACES.
0180JJ    05 W-AR-VALUE-2                   PIC  X(11) VALUE SPACES.
0180JK    05 W-AR-ACTION                    PIC  X(05) VALUE SPACES.
0180JL    05 W-AR-PRIOR-OUTCOME             PIC  X(01) VALUE SPACE.
0180JM*   'Y' WHEN THE ROLE CHECK, NOT A MERGE-CONFLICT RULE, IS WHAT
0180JN*   STOPPED THE MATCH
0180JO    05 W-AR-DECIDED-IND               PIC  X(01) VALUE 'N'.
0180JP       88 W-AR-DECIDED                        VALUE 'Y'.
0180JQ    05 W-AR-FOUND-CNT                 PIC  9(06) VALUE 0.
0180JR    05 W-AR-FOUND-CNT-D               PIC  ZZZ,ZZ9.
0180JS    05 W-AR-BLOCKED-CNT               PIC  9(06) VALUE 0.
0180JT    05 W-AR-BLOCKED-CNT-D             PIC  ZZZ,ZZ9.
0180JU    05 W-AR-HELD-CNT                  PIC  9(06) VALUE 0.
0180JV    05 W-AR-HELD-CNT-D                PIC  ZZZ,ZZ9.
0180JW    05 W-AR-WARNED-CNT                PIC  9(06) VALUE 0.
0180JX    05 W-AR-WARNED-CNT-D              PIC  ZZZ,ZZ9.
0180JY
0180H1******************************************************************
0180H2*  RUN-INSTANCE INTERLOCK - A RUN-REGISTRATION ROW IS CLAIMED AT *
0180H3*  INITIALIZATION AND RELEASED AT CLOSE SO A NIGHTLY RUN AND AN  *
0180P9    05 WS-PARM-MIN-CONFIDENCE         PIC  9(03) VALUE 0.
0180PA    05 W-HELD-MERGE-CNT               PIC  9(06) VALUE 0.
0180PB    05 W-HELD-MERGE-CNT-D             PIC  ZZZ,ZZ9.
0180AA*  REVIEW-QUEUE HOST VARIABLES AND COUNTERS - EVERY HELD PAIR IS *
0180AB*  UPSERTED INTO CL.TCLADRILD_REVIEW_Q SO IT SURVIVES THE NIGHT  *
0180AC    05 W-RQ-CIF-ID                    PIC  X(09) VALUE SPACES.
0180AD    05 W-RQ-CIF-SFX                   PIC  X(04) VALUE SPACES.
0180J3    05 W-RQ-ORIG-CIF-ID               PIC  X(09) VALUE SPACES.
0180J4    05 W-RQ-ORIG-CIF-SFX              PIC  X(04) VALUE SPACES.
0180AE    05 W-RQ-LOC-ID                    PIC S9(09) USAGE COMP.
0180AF    05 W-RQ-SCORE                     PIC S9(09) USAGE COMP.
0180AG    05 W-RQ-NEW-CNT                   PIC  9(06) VALUE 0.
0180AH    05 W-RQ-NEW-CNT-D                 PIC  ZZZ,ZZ9.
0180AI    05 W-RQ-REHELD-CNT                PIC  9(06) VALUE 0.
0180AJ    05 W-RQ-REHELD-CNT-D              PIC  ZZZ,ZZ9.
0180PC
0180R1******************************************************************
0180R2*  ADDRESS STANDARDIZATION - WHEN THE PARM SWITCH IS ON, BOTH    *
0180SG    05 W-SPLC-CHECK-IND               PIC  X(01) VALUE 'N'.
0180SH       88 W-SPLC-CHECK-ON                     VALUE 'Y'.
0180SB
0180AP******************************************************************
0180AQ*  MERGE-CONFLICT RULES - LOADED AT INITIALIZATION FROM          *
0180AR*  CL.TCLADRILD_MRG_RULE AND EVALUATED AGAINST EVERY MATCH       *
0180AS*  BEFORE IT COMMITS.  EACH RULE NAMES A COLUMN, HOW THE         *
0180AT*  SUBLOCATION'S COMPANY LOCATION AND THE TARGET ARE COMPARED    *
0180AU*  ON IT (M - MUST MATCH, B - EITHER MAY BE BLANK, I - IGNORE)   *
0180AV*  AND WHAT A CONFLICT DOES (BLOCK, HOLD, WARN).  THE MOST       *
0180AW*  SEVERE ACTION FIRED DECIDES THE MATCH; EVERY RULE FIRED IS    *
0180AX*  LISTED.  AN EMPTY TABLE LEAVES THE CHECK OFF.                 *
0180AY******************************************************************
0180CU 01 MERGE-RULE-VARIABLES.
0180CV    05 W-CR-COLUMN-NM                 PIC  X(18) VALUE SPACES.
0180CW    05 W-CR-COMPARE-C                 PIC  X(01) VALUE SPACES.
0180CX    05 W-CR-ACTION-C                  PIC  X(05) VALUE SPACES.
0180CY    05 W-CR-EOF                       PIC  X(01) VALUE 'N'.
0180CZ    05 W-CR-ARMED-IND                 PIC  X(01) VALUE 'N'.
0180C0       88 W-CR-RULES-ARMED                    VALUE 'Y'.
0180JZ*   'Y' WHEN RULES OR THE ADDRESS-ROLE CHECK MUST SEE A MATCH
0180J0*   BEFORE IT COMMITS - THE FIRST CLCSLALM CALL IS THEN A PROBE
0180J1    05 W-CR-PROBE-IND                 PIC  X(01) VALUE 'N'.
0180J2       88 W-CR-MERGE-PROBED                   VALUE 'Y'.
0180DA    05 W-CR-RULE-CNT                  PIC S9(04) USAGE COMP.
0180DB    05 W-CR-MAX-RULES                 PIC S9(04) USAGE COMP
0180DC                                                 VALUE 50.
0180DD    05 W-CR-IX                        PIC S9(04) USAGE COMP.
0180DE*   MOST SEVERE ACTION FIRED FOR THE CURRENT MATCH
0180DF    05 W-CR-OUTCOME                   PIC  X(01) VALUE SPACE.
0180DG       88 W-CR-NO-CONFLICT                    VALUE SPACE.
0180DH       88 W-CR-MERGE-WARNED                   VALUE 'W'.
0180DI       88 W-CR-MERGE-HELD                     VALUE 'H'.
0180DJ       88 W-CR-MERGE-BLOCKED                  VALUE 'B'.
0180DK       88 W-CR-MERGE-STOPPED                  VALUE 'H' 'B'.
0180DL    05 W-CR-FIRED-ACTION              PIC  X(05) VALUE SPACES.
0180DM    05 W-CR-FIRED-LIST                PIC  X(90) VALUE SPACES.
0180DN    05 W-CR-FIRED-PTR                 PIC S9(04) USAGE COMP.
0180DO*   A NUMERIC COLUMN EDITED TO DISPLAY DIGITS IS "BLANK" AT ZERO
0180DP    05 W-CR-ZERO-IMAGE                PIC  X(90) VALUE
0180DQ                                            '000000000'.
0180DR    05 W-CR-FIRED-CNT                 PIC  9(06) VALUE 0.
0180DS    05 W-CR-FIRED-CNT-D               PIC  ZZZ,ZZ9.
0180DT    05 W-CR-BLOCKED-CNT               PIC  9(06) VALUE 0.
0180DU    05 W-CR-BLOCKED-CNT-D             PIC  ZZZ,ZZ9.
0180DV    05 W-CR-HELD-CNT                  PIC  9(06) VALUE 0.
0180DW    05 W-CR-HELD-CNT-D                PIC  ZZZ,ZZ9.
0180DX    05 W-CR-WARNED-CNT                PIC  9(06) VALUE 0.
0180DY    05 W-CR-WARNED-CNT-D              PIC  ZZZ,ZZ9.
0180DZ
0180D0 01 MERGE-RULE-TABLE.
0180ET    05 W-CR-RULE                      OCCURS 50 TIMES.
0180EU       10 W-CR-RULE-COL               PIC  X(18).
0180EV       10 W-CR-RULE-CMP               PIC  X(01).
0180EW       10 W-CR-RULE-ACT               PIC  X(05).
0180EX
00180D******************************************************************
00180E*  DIRECTED-MERGE (ANALYST-APPROVED PAIR) CONTROL                *
00180F******************************************************************
00180K    05 W-PAIR-ACCEPT-CNT-D            PIC  ZZZ,ZZ9.
00180L    05 W-PAIR-REJECT-CNT              PIC  9(06) VALUE 0.
00180M    05 W-PAIR-REJECT-CNT-D            PIC  ZZZ,ZZ9.
0018AA
0018AB******************************************************************
0018AC*  INTRADAY TRICKLE CONTROL - CARD-2 SWITCH Y READS THE CIF      *
0018AD*  CHANGE FEED INSTEAD OF THE SUBLOCATION CURSOR.  THE LAST FEED *
0018AE*  SEQUENCE APPLIED IS HELD ON CL.TCLADRILD_FEED_CTL SO A RERUN  *
0018AF*  NEVER APPLIES A FEED TWICE; EVERY KEY HANDLED TODAY IS HELD   *
0018AG*  ON CL.TCLADRILD_TRKL_KEY SO A KEY CHANGED AGAIN LATER IN THE  *
0018AH*  DAY IS LEFT FOR THE NIGHTLY RUN.  THE DAY'S COUNTS ROLL UP    *
0018AI*  INTO ONE RUN-HISTORY ROW STAMPED AT MIDNIGHT, TYPE 'T'.       *
0018AJ******************************************************************
0018AK 01 TRICKLE-VARIABLES.
0018AL    05 WS-PARM-TRICKLE-IND            PIC  X(01) VALUE 'N'.
0018AM       88 WS-TRICKLE-MODE                     VALUE 'Y'.
0018AN    05 WS-FEED-FILE-STATUS            PIC  X(02) VALUE '00'.
0018AO    05 W-FEED-OPEN-IND                PIC  X(01) VALUE 'N'.
0018AP       88 W-FEED-FILE-OPEN                    VALUE 'Y'.
0018AQ*   SET WHEN THE PARM COMBINATION OR THE FEED ITSELF IS UNUSABLE
0018AR    05 W-TK-STOP-IND                  PIC  X(01) VALUE 'N'.
0018AS       88 W-TK-STOPPED                        VALUE 'Y'.
0018AT    05 W-TK-FEED-NM                   PIC  X(08) VALUE 'CIFCHG'.
0018AU    05 W-TK-LAST-SEQ                  PIC S9(09) COMP VALUE 0.
0018AV    05 W-TK-CURR-SEQ                  PIC S9(09) COMP VALUE 0.
0018AW    05 W-TK-SEQ-D                     PIC  Z(08)9.
0018AX    05 W-TK-RUN-DT                    PIC  X(10) VALUE SPACES.
0018AY    05 W-TK-DAY-TS                    PIC  X(26) VALUE SPACES.
0018AZ    05 W-TK-KEY-CNT                   PIC S9(09) USAGE COMP.
0018A0    05 W-TK-READ-CNT                  PIC  9(06) VALUE 0.
0018A1    05 W-TK-READ-CNT-D                PIC  ZZZ,ZZ9.
0018A2    05 W-TK-FEED-REC-CNT              PIC  9(06) VALUE 0.
0018A3    05 W-TK-FEEDS-CNT                 PIC  9(06) VALUE 0.
0018A4    05 W-TK-FEEDS-CNT-D               PIC  ZZZ,ZZ9.
0018A5    05 W-TK-REAPPLY-CNT               PIC  9(06) VALUE 0.
0018A6    05 W-TK-REAPPLY-CNT-D             PIC  ZZZ,ZZ9.
0018A7    05 W-TK-HANDLED-CNT               PIC  9(06) VALUE 0.
0018A8    05 W-TK-HANDLED-CNT-D             PIC  ZZZ,ZZ9.
0018A9    05 W-TK-NOT-CAND-CNT              PIC  9(06) VALUE 0.
0018BA    05 W-TK-NOT-CAND-CNT-D            PIC  ZZZ,ZZ9.
0018BB    05 W-TK-IGNORED-CNT               PIC  9(06) VALUE 0.
0018BC    05 W-TK-IGNORED-CNT-D             PIC  ZZZ,ZZ9.
0018BD    05 W-TK-REJECT-CNT                PIC  9(06) VALUE 0.
0018BE    05 W-TK-REJECT-CNT-D              PIC  ZZZ,ZZ9.
001802
001803******************************************************************
001804*  CHECKPOINT/RESTART CONTROL                                    *
020798         FETCH FIRST 1 ROW ONLY
020799       WITH UR
02079A     END-EXEC.
0207AL
0207CU* pull the whole version of the merge target that the merge just
0207CV* expired - the same most-recently-expired row NLOCSRC reads - for
0207CW* the field-level delta
0207CX     EXEC SQL
0207CY       DECLARE DLTAOLD CURSOR FOR
0207CZ        SELECT LOC_ID
0207C0              ,CO_LOCN_EFF_TS
0207C1              ,ULT_PRNT_CO_LOCN_N
0207C2              ,IMD_PRNT_CO_LOCN_N
0207C3              ,NMFTA_SPL_C
0207C4              ,NMFTA_SPL_SFX_C
0207C5              ,EXP_TS
0207C6              ,LST_MAINT_TS
0207C7              ,LST_MAINT_USER_ID
0207C8              ,LOC_NM
0207C9              ,MAILING_ADV_BAR_C
0207DA              ,MAILING_CHK_DIGIT
0207DB              ,BOL_FAX_BK_N
0207DC              ,BOL_FAX_CNFRM_TXT
0207DD              ,BOL_FAX_CNFRM_C
0207DE              ,BOL_RELS_C
0207DF              ,BL_WC_EDI_IND
0207DG              ,RLINC_CUST_EDI_ID
0207DH              ,DIALIN_CUST_EDI_ID
0207DI              ,CORP_TP_C
0207DJ              ,INFO_SRC_C
0207DK              ,MAINT_RSN_C
0207DL              ,PHYS_SRVC_C
0207DM              ,BS_STAT_C
0207DN              ,COMMENTS
0207DO              ,CO_ID
0207DP              ,CUST_633_ID
0207DQ              ,CUST_CITY_333_C
0207DR              ,CUST_ST_C
0207DS              ,TRAFF_ACCT_N
0207DT              ,MAILING_CNTRY_C
0207DU              ,MAILING_ST_PRVNC_C
0207DV              ,MAILING_CNTY_NM
0207DW              ,MAILING_CITY
0207DX              ,MAILING_POSTAL_C
0207DY              ,MAILING_ADDR_1
0207DZ              ,MAILING_ADDR_2
0207D0              ,MAILING_ADDR_3
0207D1              ,PHYS_CNTRY_C
0207D2              ,PHYS_ST_PRVNC_C
0207D3              ,PHYS_CNTY_NM
0207D4              ,PHYS_CITY
0207D5              ,PHYS_POSTAL_C
0207D6              ,PHYS_ADDR_1
0207D7              ,PHYS_ADDR_2
0207D8              ,PHYS_ADDR_3
0207D9              ,CIF_ID
0207EA              ,CIF_ID_TP_C
0207EB              ,MRGR_CIF_N
0207EC              ,TEMP_PERM_C
0207ED              ,CIF_ULT_PRNT_N
0207EE              ,CIF_IMD_PRNT_N
0207EF              ,ARI_LST_MAINT_DT
0207EG              ,ARI_EFF_DT
0207EH              ,ARI_EXP_DT
0207EI              ,NLOC_LOC_ID
0207EJ              ,NLOC_CIF_ID
0207EK              ,CIF_DOM_PRNT_N
0207EL              ,CIF_TAX_ID_QLF
0207EM              ,CIF_TAX_ID
0207EN              ,CIF_MAIL_POSTC
0207EO              ,CIF_PHYS_POSTC
0207EP              ,CIF_CMNT
0207EQ              ,DBA_NME_CD
0207ER              ,BILL_ADDR_CD
0207ES              ,DELY_ADDR_CD
0207ET              ,CIF_SUB_CD
0207EU              ,NLOC_CIF_SUB_CD
0207EV          FROM CL.TCLF_CO_LOCN_DTL
0207EW         WHERE LOC_ID  = :CLCSLALM-MERGE-LOC-ID
0207EX           AND EXP_TS  < CURRENT TIMESTAMP
0207EY         ORDER BY EXP_TS DESC
0207EZ         FETCH FIRST 1 ROW ONLY
0207E0       WITH UR
0207E1     END-EXEC.
02079B
02079C* pull rows maintained this run whose national-location pointer
02079D* leads to an expired or missing location - the same unexpired-
0207AE         FETCH FIRST 1 ROW ONLY
0207AF       WITH UR
0207AG     END-EXEC.
0207AI
0207AJ* pull the CIF the merge target carried before the merge - its
0207AK* most recently expired version, the one the merge replaced
0207AM     EXEC SQL
0207AN       DECLARE RPPRIOR CURSOR FOR
0207AO        SELECT CIF_ID
0207AP          FROM CL.TCLF_CO_LOCN_DTL
0207AQ         WHERE LOC_ID = :CLCSLALM-MERGE-LOC-ID
0207AR           AND EXP_TS < CURRENT TIMESTAMP
0207AS         ORDER BY EXP_TS DESC
0207AT         FETCH FIRST 1 ROW ONLY
0207AU       WITH UR
0207AV     END-EXEC.
0207AW
0207AX* children of a location or CIF a merge just retired - every
0207AY* current version whose ultimate or immediate parent (location
0207AZ* or CIF) still names it.  A switch left 'N' turns its test off.
0207A0* The survivor itself is never its own child.
0207BA     EXEC SQL
0207BB       DECLARE RPCHILD CURSOR FOR
0207BC        SELECT LOC_ID
0207BD              ,CO_LOCN_EFF_TS
0207BE          FROM CL.TCLF_CO_LOCN_DTL
0207BF         WHERE CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
0207BG           AND EXP_TS         >= CURRENT TIMESTAMP
0207BH           AND LOC_ID         <> :CLCSLALM-MERGE-LOC-ID
0207BI           AND ((:W-RP-LOC-RETIRED = 'Y'
0207BJ                 AND (ULT_PRNT_CO_LOCN_N = :W-RP-OLD-LOC
0207BK                      OR IMD_PRNT_CO_LOCN_N = :W-RP-OLD-LOC))
0207BL             OR (:W-RP-CIF1-RETIRED = 'Y'
0207BM                 AND (CIF_ULT_PRNT_N = :W-RP-OLD-CIF
0207BN                      OR CIF_IMD_PRNT_N = :W-RP-OLD-CIF))
0207BO             OR (:W-RP-CIF2-RETIRED = 'Y'
0207BP                 AND (CIF_ULT_PRNT_N = :W-RP-PRI-CIF
0207BQ                      OR CIF_IMD_PRNT_N = :W-RP-PRI-CIF)))
0207BR         ORDER BY LOC_ID
0207BS     END-EXEC.
0207AH
002079*****************************************************************
002080* RUN-HISTORY TABLE - ONE ROW PER RUN OF THIS PROGRAM, WRITTEN AT*
002081* THE END OF 9000-STATS AND READ BACK BY 9500-TREND-REPORT       *
002082* (REQ 009).                                                     *
0020AA* THE INTRADAY TRICKLE RUNS OF A DAY SHARE ONE ROW, STAMPED AT   *
0020AB* MIDNIGHT AND TYPED 'T', THAT EACH RUN ADDS ITS COUNTS TO; THE  *
0020AC* PROGRESS ESTIMATE LEAVES THOSE ROWS OUT.                       *
002083*****************************************************************
002084     EXEC SQL DECLARE CL.TCLADRILD_RUN_HIST TABLE
002085     ( RUN_TS                         TIMESTAMP NOT NULL,
002087       MERGED_CNT                     INTEGER NOT NULL,
002088       ERRORS_CNT                     INTEGER NOT NULL,
002089       NO_CANDIDATE_CNT               INTEGER NOT NULL,
002090       PARENT_MISSING_CNT             INTEGER NOT NULL,
0020AD       RUN_TYPE_C                     CHAR(01) NOT NULL
0020AF                                      WITH DEFAULT
002091     ) END-EXEC.
002092 01  CLADRILD-RUN-HIST-REC.
002093     10 RUN-TS                 PIC  X(26).
002096     10 ERRORS-CNT             PIC S9(09) USAGE COMP.
002097     10 NO-CANDIDATE-CNT       PIC S9(09) USAGE COMP.
002098     10 PARENT-MISSING-CNT     PIC S9(09) USAGE COMP.
0020AE     10 RUN-TYPE-C             PIC  X(01).
002099* pull the most recent run-history rows for the trend report
002100     EXEC SQL
002101       DECLARE TRENDHIST CURSOR FOR
002102        SELECT RUN_TS, PROCESSED_CNT, MERGED_CNT, ERRORS_CNT,
002103               NO_CANDIDATE_CNT, PARENT_MISSING_CNT, RUN_TYPE_C
002104          FROM CL.TCLADRILD_RUN_HIST
002105        ORDER BY RUN_TS DESC
002106        FETCH FIRST 10 ROWS ONLY
002107       WITH UR
002108     END-EXEC.
0021AA*****************************************************************
0021AB* CHANGE-FEED CONTROL TABLE - ONE ROW PER FEED NAME HOLDING THE  *
0021AC* SEQUENCE NUMBER OF THE LAST FEED THE TRICKLE RUN APPLIED IN    *
0021AD* FULL.  UPDATED IN THE SAME UNIT OF WORK AS THE FEED'S LAST     *
0021AE* MERGES, SO A FAILED RUN LEAVES THE FEED TO BE APPLIED AGAIN.   *
0021AF*****************************************************************
0021AG     EXEC SQL DECLARE CL.TCLADRILD_FEED_CTL TABLE
0021AH     ( FEED_NM                        CHAR(08) NOT NULL,
0021AI       LAST_FEED_SEQ                  INTEGER NOT NULL,
0021AJ       LAST_APPLIED_TS                TIMESTAMP NOT NULL,
0021AK       LAST_RUN_ID                    CHAR(14) NOT NULL
0021AL     ) END-EXEC.
0021AM
0021AN*****************************************************************
0021AO* TRICKLE HANDLED-KEY TABLE - ONE ROW PER CIF_ID/CIF_SUB_CD THE  *
0021AP* TRICKLE RUN PUT THROUGH THE MERGE PATH ON RUN_DT, WITH THE     *
0021AQ* DISPOSITION IT GOT.  A KEY ALREADY ON THE TABLE FOR TODAY IS   *
0021AR* NOT TAKEN AGAIN.  UNIQUE ON RUN_DT, CIF_ID, CIF_SUB_CD; ROWS   *
0021AS* OF EARLIER DAYS ARE DELETED BY THE FIRST TRICKLE RUN OF THE    *
0021A4* DAY.                                                           *
0021AT*****************************************************************
0021AU     EXEC SQL DECLARE CL.TCLADRILD_TRKL_KEY TABLE
0021AV     ( RUN_DT                         DATE NOT NULL,
0021AW       CIF_ID                         CHAR(09) NOT NULL,
0021AX       CIF_SUB_CD                     CHAR(04) NOT NULL,
0021AY       FEED_SEQ                       INTEGER NOT NULL,
0021AZ       DISPOSITION                    CHAR(20) NOT NULL,
0021A0       HANDLED_TS                     TIMESTAMP NOT NULL,
0021A1       RUN_ID                         CHAR(14) NOT NULL
0021A2     ) END-EXEC.
0021A3
02110A*****************************************************************
02110B* RUN-REGISTRATION LOCK TABLE - ONE ACTIVE ROW AT A TIME PER     *
02110C* LOCK NAME, ENFORCED BY A UNIQUE INDEX ON LOCK_NM; THE ROW IS   *
02110O* PARTITIONED INSTANCE OWNS A NAME QUALIFIED BY ITS CIF RANGE,   *
02110P* SO THE PARTITIONS OF ONE SET RUN CONCURRENTLY WITHOUT          *
02110Q* COLLIDING; THE CONSOLIDATION STEP OWNS 'CLADRILD:CONSOL'.      *
0211AA* THE INTRADAY TRICKLE RUN OWNS 'CLADRILD:TRICKLE'.              *
02110D*****************************************************************
0211R1* THE HEARTBEAT COLUMNS ARE RESTAMPED AT EVERY CHECKPOINT SO     *
0211R2* OPERATIONS CAN TELL A HEALTHY SLOW RUN FROM ONE HUNG ON A      *
02112S       BEST_SUGG_SCORE                INTEGER NOT NULL
02112T     ) END-EXEC.
02112U
0211AK*****************************************************************
0211AL* MERGE REVIEW QUEUE - ONE ROW PER CIF_ID/CIF_SUB_CD/LOC_ID PAIR *
0211AM* EVER HELD BELOW THE CONFIDENCE MINIMUM, UNIQUE ON THAT KEY.    *
0211AN* 1260-QUEUE-HELD-MERGE UPSERTS IT: A PAIR HELD AGAIN IS         *
0211AO* RESTAMPED, NOT DUPLICATED.  STATUS_C IS OPEN, APPROVED,        *
0211AP* REJECTED OR EXPIRED; THE DISPOSITION COLUMNS ARE POSTED BY THE *
0211AQ* CLADRQLD ANALYST TRANSACTION RUN, WHICH ALSO CUTS THE          *
0211AR* APPROVED-FILE DECK AND THE SUPPRESSION ROWS.                   *
0211AB* THE KEY IS THE CLCSLALM PARM-AREA CIF (THE SURVIVING CIF FOR A *
0211AC* MERGER-CHAIN RETRY); ORIG_CIF_ID/ORIG_CIF_SUB_CD CARRY THE     *
0211AD* SUBLOCATION THE CURSOR ACTUALLY READ - THE KEY A REJECT IS     *
0211AE* SUPPRESSED UNDER, SO 1050-CHECK-SUPPRESSED SEES IT.            *
0211AS*****************************************************************
0211AT     EXEC SQL DECLARE CL.TCLADRILD_REVIEW_Q TABLE
0211AU     ( CIF_ID                         CHAR(09) NOT NULL,
0211AV       CIF_SUB_CD                     CHAR(04) NOT NULL,
0211AW       LOC_ID                         INTEGER NOT NULL,
0211AX       CONFIDENCE_SCORE               INTEGER NOT NULL,
0211AY       FIRST_HELD_TS                  TIMESTAMP NOT NULL,
0211AZ       LAST_HELD_TS                   TIMESTAMP NOT NULL,
0211A0       TIMES_HELD                     INTEGER NOT NULL,
0211A1       STATUS_C                       CHAR(08) NOT NULL,
0211A2       ANALYST_ID                     CHAR(08) NOT NULL,
0211A3       DISP_TS                        TIMESTAMP NOT NULL,
0211AF       ORIG_CIF_ID                    CHAR(09) NOT NULL
0211AG                                      WITH DEFAULT,
0211AH       ORIG_CIF_SUB_CD                CHAR(04) NOT NULL
0211AI                                      WITH DEFAULT
0211A4     ) END-EXEC.
0211A5
02114A*****************************************************************
02114B* NMFTA SPLC DIRECTORY - REFRESHED QUARTERLY BY CLADRSLD; READ  *
02114C* HERE TO VALIDATE THE SURVIVING VERSION'S SPLC AT MERGE TIME   *
02114K       LOAD_TS                        TIMESTAMP NOT NULL
02114L     ) END-EXEC.
02114M
0211EY*****************************************************************
0211EZ* MERGE-CONFLICT RULES - MAINTAINED BY OPERATIONS; ONE ROW PER   *
0211E0* RULE.  COMPARE_C M = MUST MATCH, B = EITHER MAY BE BLANK,      *
0211E1* I = IGNORE.  ACTION_C BLOCK = REFUSE THE MERGE, HOLD = ROUTE   *
0211E2* IT TO THE HELD-MERGES PATH, WARN = MERGE AND REPORT.  ONLY     *
0211E3* ACTIVE_IND 'Y' ROWS ARE LOADED, IN RULE_SEQ ORDER.             *
0211E4*****************************************************************
0211E5     EXEC SQL DECLARE CL.TCLADRILD_MRG_RULE TABLE
0211E6     ( RULE_SEQ                       INTEGER NOT NULL,
0211E7       COLUMN_NM                      CHAR(18) NOT NULL,
0211E8       COMPARE_C                      CHAR(01) NOT NULL,
0211E9       ACTION_C                       CHAR(05) NOT NULL,
0211FA       ACTIVE_IND                     CHAR(01) NOT NULL,
0211FB       RULE_DESC                      CHAR(40) NOT NULL
0211FC     ) END-EXEC.
0211FD
0211FE* the active merge-conflict rules, loaded once per run
0211FF     EXEC SQL
0211FG       DECLARE MRGRULE CURSOR FOR
0211FH        SELECT COLUMN_NM
0211FI              ,COMPARE_C
0211FJ              ,ACTION_C
0211FK          FROM CL.TCLADRILD_MRG_RULE
0211FL         WHERE ACTIVE_IND = 'Y'
0211FM         ORDER BY RULE_SEQ
0211FN       WITH UR
0211FO     END-EXEC.
0211FP
02112V* pull the open exceptions oldest-first for the aged listing
02112W     EXEC SQL
02112X       DECLARE AGEDEXC CURSOR FOR
02218A    05 FILLER                      PIC  X(44) VALUE
02218B              '  MATCH MADE BY ADDRESS STANDARDIZATION ONLY'.
02218C
0221FQ******************************************************************
0221FR*  MERGE-CONFLICT LINE - ONE PER RULE FIRED ON A MATCH, WITH THE *
0221FS*  SUBLOCATION-SIDE AND TARGET VALUES THAT DISAGREED             *
0221FT******************************************************************
0221FU 01 RULE-DETAIL.
0221FV    05 FILLER                      PIC  X(01) VALUE SPACES.
0221FW    05 FILLER                      PIC  X(10) VALUE 'CONFLICT'.
0221FX    05 RULE-CIF-ID                 PIC  X(14) VALUE SPACES.
0221FY    05 FILLER                      PIC  X(04) VALUE ' -> '.
0221FZ    05 RULE-LOC-ID                 PIC  ZZZZZZZZ9.
0221F0    05 FILLER                      PIC  X(02) VALUE SPACES.
0221F1    05 RULE-COLUMN-NM              PIC  X(18) VALUE SPACES.
0221F2    05 FILLER                      PIC  X(01) VALUE SPACES.
0221F3    05 RULE-ACTION                 PIC  X(05) VALUE SPACES.
0221F4    05 FILLER                      PIC  X(06) VALUE '  SUB '.
0221F5    05 RULE-SUB-VALUE              PIC  X(35) VALUE SPACES.
0221F6    05 FILLER                      PIC  X(06) VALUE '  TGT '.
0221F7    05 RULE-TGT-VALUE              PIC  X(35) VALUE SPACES.
0221F8
0221AS******************************************************************
0221AT*  ADDRESS-ROLE LINE - ONE PER ROLE CONDITION THE MATCH WOULD    *
0221AU*  LEAVE ON ITS CIF, WITH THE TWO VALUES INVOLVED (BILLING COUNT *
0221AV*  AND VERSIONS LEFT, OR THE TWO POSTAL CODES THAT DISAGREE)     *
0221AW******************************************************************
0221AX 01 ROLE-DETAIL.
0221AY    05 FILLER                      PIC  X(01) VALUE SPACES.
0221AZ    05 FILLER                      PIC  X(10) VALUE 'ADDR ROLE'.
0221A0    05 ROLE-CIF-ID                 PIC  X(14) VALUE SPACES.
0221A1    05 FILLER                      PIC  X(04) VALUE ' -> '.
0221A2    05 ROLE-LOC-ID                 PIC  ZZZZZZZZ9.
0221A3    05 FILLER                      PIC  X(02) VALUE SPACES.
0221A4    05 ROLE-REASON                 PIC  X(12) VALUE SPACES.
0221A5    05 FILLER                      PIC  X(01) VALUE SPACES.
0221A6    05 ROLE-ACTION                 PIC  X(05) VALUE SPACES.
0221A7    05 FILLER                      PIC  X(02) VALUE SPACES.
0221A8    05 ROLE-TEXT                   PIC  X(40) VALUE SPACES.
0221A9    05 FILLER                      PIC  X(02) VALUE SPACES.
0221BA    05 ROLE-VALUE-1                PIC  X(11) VALUE SPACES.
0221BB    05 FILLER                      PIC  X(04) VALUE ' VS '.
0221BC    05 ROLE-VALUE-2                PIC  X(11) VALUE SPACES.
0221BD
0221F9******************************************************************
0221GA*  BLOCKED-MERGE LINE - ONE PER MATCH REFUSED BY A BLOCK RULE    *
0221BE*  OR BY THE ADDRESS-ROLE CHECK IN REFUSE MODE                   *
0221GB******************************************************************
0221GC 01 BLOCK-DETAIL.
0221GD    05 FILLER                      PIC  X(01) VALUE SPACES.
0221GE    05 FILLER                      PIC  X(10) VALUE 'BLOCKED'.
0221GF    05 BLOCK-CIF-ID                PIC  X(14) VALUE SPACES.
0221GG    05 FILLER                      PIC  X(04) VALUE ' -> '.
0221GH    05 BLOCK-LOC-ID                PIC  ZZZZZZZZ9.
0221GI    05 BLOCK-REASON                PIC  X(40) VALUE
0221GJ              '  MERGE REFUSED BY MERGE-CONFLICT RULE'.
0221GK
02214Q******************************************************************
02214R*  CONSOLIDATION LINE - ONE PER PARTITION COUNT RECORD READ     *
02214S******************************************************************
02216U    05 FILLER                      PIC  X(01) VALUE '/'.
02216V    05 EDI-NEW-ST                  PIC  X(02) VALUE SPACES.
02216W    05 EDI-NOTE                    PIC  X(12) VALUE SPACES.
0221AA
0221AB******************************************************************
0221AC*  CASCADE REPOINT LINE - ONE PER PARENT COLUMN MOVED (OR, IN    *
0221AD*  REPORT-ONLY MODE, THAT WOULD MOVE) ON A CHILD LOCATION        *
0221AE******************************************************************
0221AF 01 REPOINT-DETAIL.
0221AG    05 FILLER                      PIC  X(01) VALUE SPACES.
0221AH    05 FILLER                      PIC  X(09) VALUE 'REPOINT'.
0221AI    05 RPT-CIF-ID                  PIC  X(15) VALUE SPACES.
0221AJ    05 FILLER                      PIC  X(07) VALUE 'CHILD'.
0221AK    05 RPT-CHILD-LOC-ID            PIC  ZZZZZZZZ9.
0221AL    05 FILLER                      PIC  X(02) VALUE SPACES.
0221AM    05 RPT-COLUMN-NM               PIC  X(19) VALUE SPACES.
0221AN    05 RPT-OLD-VALUE               PIC  X(09) VALUE SPACES.
0221AO    05 FILLER                      PIC  X(04) VALUE ' -> '.
0221AP    05 RPT-NEW-VALUE               PIC  X(09) VALUE SPACES.
0221AQ    05 FILLER                      PIC  X(02) VALUE SPACES.
0221AR    05 RPT-NOTE                    PIC  X(40) VALUE SPACES.
02216X
002215******************************************************************
002216*  CONTROL-TOTAL RECONCILIATION LINE - REQ 004                  *
002240               'NoCandidate'.
002241    05 FILLER                      PIC  X(14) VALUE
002242               'ParentMissing'.
0022AA    05 FILLER                      PIC  X(07) VALUE
0022AB               'Type'.
002243 01 TREND-DETAIL.
002244    05 FILLER                      PIC  X(01) VALUE SPACES.
002245    05 TRND-RUN-TS                 PIC  X(26) VALUE SPACES.
002254    05 FILLER                      PIC  X(05) VALUE SPACES.
002255    05 TRND-PARENT-MISSING-CNT     PIC  ZZZ,ZZ9.
002256    05 FILLER                      PIC  X(07) VALUE SPACES.
0022AC    05 TRND-RUN-TYPE               PIC  X(07) VALUE SPACES.
002257
002258****************************************************************** 
002259****************************************************************** 
002266      PERFORM 0000-INITIALIZE THRU 0000-EXIT.
002267
00226F      EVALUATE TRUE
0022AD        WHEN W-TK-STOPPED
0022AE          CONTINUE
00226G        WHEN WS-CONSOLIDATE-MODE
00226H          PERFORM 7000-CONSOLIDATE THRU 7000-EXIT
00226A        WHEN WS-DIRECTED-MODE
00226B          PERFORM 1500-PROCESS-APPROVED THRU 1500-EXIT
00226C            UNTIL W-EOF    = 'Y'
0022AF        WHEN WS-TRICKLE-MODE
0022AG          PERFORM 1600-PROCESS-FEED THRU 1600-EXIT
0022AH            UNTIL W-EOF    = 'Y'
00226D        WHEN OTHER
002268          PERFORM 1000-PROCESS  THRU 1000-EXIT
002269            UNTIL W-EOF    = 'Y'
0226L2      IF W-RUN-STARTED
0226L3         AND W-OUTPUTS-OPEN
0226L4         AND NOT WS-CONSOLIDATE-MODE
0226AA         AND NOT WS-TRICKLE-MODE
0226L5        PERFORM 9600-AGED-EXCEPTIONS THRU 9600-EXIT
0226L6      END-IF.
0226L7
002297
002298     MOVE 'N' TO W-EOF.
002299     MOVE W-TIMESTAMP  TO W-RUN-START-TS.
0022AI     IF W-TK-STOPPED
0022AJ       MOVE 'Y' TO W-EOF
0022AK     END-IF.
002300
002301     EVALUATE SQLCODE                                              
002302       WHEN +0                                                     
0231M3        AND NOT WS-CONSOLIDATE-MODE
0231M4       PERFORM 0400-LOAD-ESTIMATE THRU 0400-EXIT
0231M7       PERFORM 0450-ARM-SPLC-CHECK THRU 0450-EXIT
0231GL       PERFORM 0460-LOAD-MERGE-RULES THRU 0460-EXIT
0231AA       IF W-CR-RULES-ARMED
0231AB          OR WS-ADDR-ROLE-CHECK-ON
0231AC         MOVE 'Y' TO W-CR-PROBE-IND
0231AD       END-IF
0231M5     END-IF.
0231M6
02314E* THE OUTPUT DATASETS ARE ONLY OPENED (AND SO ONLY TRUNCATED)
02314L       OPEN OUTPUT PATRON-EXTRACT
02314M       OPEN OUTPUT DISP-EXTRACT
0231M1       OPEN OUTPUT HELD-FILE
0231E2       OPEN OUTPUT DELTA-FILE
02314N       OPEN OUTPUT CHECKPOINT-FILE
02314O       MOVE 'Y' TO W-OUTPUTS-OPEN-IND
02314P* A PARTITIONED INSTANCE ALWAYS DROPS A COUNT RECORD, EVEN WHEN
02314W     END-IF.
02314X
00231A* DIRECTED MODE READS THE ANALYST-APPROVED PAIR FILE INSTEAD OF
00231B* OPENING THE SUBLOCATION CURSOR, TRICKLE MODE THE CIF CHANGE
0023AQ* FEED; CONSOLIDATION MODE READS ONLY
00231K* THE PARTITION COUNT RECORDS AND TOUCHES NONE OF THEM
002315     IF W-EOF = 'N'
0231K1       EVALUATE TRUE
0231K2         WHEN WS-CONSOLIDATE-MODE
0231K3           CONTINUE
00231C         WHEN WS-DIRECTED-MODE
00231D           PERFORM 0800-OPEN-APPROVED THRU 0800-EXIT
0023AR         WHEN WS-TRICKLE-MODE
0023AS           PERFORM 0900-OPEN-FEED     THRU 0900-EXIT
00231E         WHEN OTHER
002316           PERFORM 0500-OPEN-CURSOR THRU 0500-EXIT
00231F       END-EVALUATE
0231K6           CONTINUE
00231G         WHEN WS-DIRECTED-MODE
00231H           PERFORM 0850-READ-APPROVED THRU 0850-EXIT
0023AT         WHEN WS-TRICKLE-MODE
0023AU           PERFORM 0950-READ-FEED     THRU 0950-EXIT
00231I         WHEN OTHER
002320           PERFORM 0700-FETCH       THRU 0700-EXIT
00231J       END-EVALUATE
0238ED         MOVE PARM2-MIN-CONFIDENCE TO WS-PARM-MIN-CONFIDENCE
0238EE       END-IF
0238EG       MOVE PARM2-STANDARDIZE-IND TO WS-PARM-STANDARDIZE-IND
0238AA       MOVE PARM2-REPOINT-RPT-IND TO WS-PARM-REPOINT-RPT-IND
0238AB       IF PARM2-ADDR-ROLE-IND = 'H' OR 'B' OR 'N'
0238AC         MOVE PARM2-ADDR-ROLE-IND TO WS-PARM-ADDR-ROLE-IND
0238AD       END-IF
0238AE       MOVE PARM2-TRICKLE-IND     TO WS-PARM-TRICKLE-IND
0238EF     END-IF.

002384     CLOSE PARM-FILE.
00239C       DISPLAY 'CLADRILD RUNNING IN DIRECTED-MERGE MODE - '
00239D           'PROCESSING ANALYST-APPROVED PAIRS'
00239E     END-IF.
0023AA
0023AB     IF WS-REPOINT-REPORT-ONLY
0023AC       DISPLAY 'CLADRILD - CHILDREN OF RETIRED LOCATIONS WILL BE '
0023AD           'REPORTED, NOT REPOINTED'
0023AE     END-IF.
0023AF
0023AG     EVALUATE TRUE
0023AH       WHEN WS-ADDR-ROLE-REFUSE
0023AI         DISPLAY 'CLADRILD ADDRESS-ROLE CHECK ON - A MERGE THAT '
0023AJ             'BREAKS A CIF BILLING/DELIVERY ROLE IS REFUSED'
0023AK       WHEN WS-ADDR-ROLE-HOLD
0023AL         DISPLAY 'CLADRILD ADDRESS-ROLE CHECK ON - A MERGE THAT '
0023AM             'BREAKS A CIF BILLING/DELIVERY ROLE IS HELD'
0023AN       WHEN OTHER
0023AO         DISPLAY 'CLADRILD ADDRESS-ROLE CHECK OFF FOR THIS RUN'
0023AP     END-EVALUATE.
00239F
00239G     IF W-PARTITIONED-RUN
00239H       DISPLAY 'CLADRILD PARTITIONED RUN - CIF RANGE '
00239M       DISPLAY 'CLADRILD CONSOLIDATION STEP - COMBINING '
00239N           'PARTITION COUNT RECORDS'
00239O     END-IF.
0023AV
0023AW* THE TRICKLE RUN TAKES ITS KEYS FROM THE CHANGE FEED AND KEEPS
0023AX* ITS OWN PLACE IN IT - IT CANNOT ALSO BE A DIRECTED, PARTITIONED,
0023AY* CONSOLIDATION, RESTART OR SELECTIVE RUN
0023AZ     IF WS-TRICKLE-MODE
0023A0       DISPLAY 'CLADRILD RUNNING IN INTRADAY TRICKLE MODE - '
0023A1           'PROCESSING THE CIF CHANGE FEED'
0023A2       IF WS-DIRECTED-MODE
0023A3          OR WS-CONSOLIDATE-MODE
0023A4          OR W-PARTITIONED-RUN
0023A5          OR WS-RESTART-MODE
0023A6          OR WS-PARM-SELECT-CIF-ID NOT = SPACES
0023A7          OR WS-PARM-SELECT-EFF-FROM NOT = SPACES
0023A8          OR WS-PARM-SELECT-EFF-TO NOT = SPACES
0023A9         DISPLAY 'CLADRILD - TRICKLE MODE CANNOT BE COMBINED '
0023BF             'WITH DIRECTED, PARTITIONED, CONSOLIDATION, '
0023BA             'RESTART OR SELECTIVE PARMS - RUN REFUSED'
0023BC         MOVE 'Y' TO W-TK-STOP-IND
0023BD       END-IF
0023BE     END-IF.
00239P
00239Q     IF WS-PARM-MIN-CONFIDENCE > 0
00239R       DISPLAY 'CLADRILD CONFIDENCE GATE ON - MATCHES BELOW '
02394Y
02394Z* A PARTITIONED INSTANCE REGISTERS UNDER ITS OWN CIF-RANGE-
023941* QUALIFIED NAME SO THE PARTITIONS OF ONE SET RUN CONCURRENTLY;
023942* THE CONSOLIDATION STEP REGISTERS UNDER ITS OWN NAME, AS DOES
0239A0* THE INTRADAY TRICKLE RUN; ONLY WHOLE-TABLE RUNS CONTEND FOR
0239A2* THE UNQUALIFIED NAME.
023944     EVALUATE TRUE
0239A3       WHEN WS-TRICKLE-MODE
0239A4         MOVE 'CLADRILD:TRICKLE' TO W-LOCK-NM
023945       WHEN W-PARTITIONED-RUN
023946         MOVE SPACES TO W-LOCK-NM
023947         STRING 'CLADRILD:'          DELIMITED BY SIZE
02398E* (PARTITIONED INSTANCE OR CONSOLIDATION); A PARTITIONED         *
02398F* INSTANCE CONFLICTS WITH THE UNQUALIFIED REGISTRATION AND WITH  *
02398G* ANY OTHER PARTITION WHOSE CIF RANGE OVERLAPS ITS OWN (A BLANK  *
02398H* RANGE BOUND IS OPEN-ENDED).  THE INTRADAY TRICKLE RUN          *
0239A5* CONFLICTS WITH EVERY OTHER REGISTRATION, AND EVERY RUN BUT THE *
0239A6* CONSOLIDATION STEP CONFLICTS WITH IT, SO THE NIGHTLY RUN AND   *
0239A7* THE HOURLY FEED NEVER OVERLAP.  ON CONFLICT THIS RUN RELEASES  *
02398I* ITS OWN REGISTRATION AND STANDS DOWN.                          *
02398J******************************************************************
02398K
02398S           INTO :W-LOCK-CNT
02398T           FROM CL.TCLADRILD_RUN_LOCK
02398U          WHERE LOCK_NM = 'CLADRILD'
0239A8             OR LOCK_NM = 'CLADRILD:TRICKLE'
02398V             OR (LOCK_NM LIKE 'CLADRILD:%'
02398W                 AND LOCK_NM <> 'CLADRILD:CONSOL'
0239A9                 AND LOCK_NM <> 'CLADRILD:TRICKLE'
02398X                 AND LOCK_NM <> :W-LOCK-NM
02398Y                 AND (SUBSTR(LOCK_NM, 10, 9) = ' '
02398Z                      OR :WS-PARM-PART-CIF-TO = ' '
023996                         >= :WS-PARM-PART-CIF-FROM))
023997       END-EXEC
023998     ELSE
0239BU       IF WS-TRICKLE-MODE
0239BV* THE HOURLY FEED STANDS DOWN FOR ANY OTHER CLADRILD RUN,
0239BW* WHOLE-TABLE, PARTITIONED OR CONSOLIDATION
0239BX         EXEC SQL
0239BY           SELECT COUNT(*)
0239BZ             INTO :W-LOCK-CNT
0239B0             FROM CL.TCLADRILD_RUN_LOCK
0239CV            WHERE LOCK_NM LIKE 'CLADRILD%'
0239CW              AND LOCK_NM <> :W-LOCK-NM
0239CX         END-EXEC
0239CY       ELSE
023999         IF WS-CONSOLIDATE-MODE
0239B2* A PARTITION STILL REGISTERED HAS NOT WRITTEN ITS COUNT RECORD
0239B3* YET - CONSOLIDATING NOW WOULD SUM A PARTIAL SET
0239B4           EXEC SQL
0239B5             SELECT COUNT(*)
0239B6               INTO :W-LOCK-CNT
0239B7               FROM CL.TCLADRILD_RUN_LOCK
0239B8              WHERE LOCK_NM LIKE 'CLADRILD:%'
0239B9                AND LOCK_NM <> 'CLADRILD:CONSOL'
0239CZ                AND LOCK_NM <> 'CLADRILD:TRICKLE'
0239BA           END-EXEC
02399B         ELSE
02399C           EXEC SQL
02399D             SELECT COUNT(*)
02399E               INTO :W-LOCK-CNT
02399F               FROM CL.TCLADRILD_RUN_LOCK
02399G              WHERE LOCK_NM LIKE 'CLADRILD:%'
02399H           END-EXEC
02399I         END-IF
0239C0       END-IF
02399J     END-IF.
02399K
02399L     IF SQLCODE NOT = 0
02399V       DISPLAY 'CLADRILD - A CONFLICTING RUN (WHOLE-TABLE VS '
02399W           'PARTITIONED, OR OVERLAPPING PARTITION RANGE) HOLDS '
02399X           'A REGISTRATION - RUN REFUSED'
0239DA       IF WS-TRICKLE-MODE
0239DB         DISPLAY 'CLADRILD - CHANGE FEED LEFT FOR THE NEXT '
0239DC             'TRICKLE RUN'
0239DD       END-IF
02399Y       MOVE 'Y' TO W-EOF
02399Z       MOVE 'Y' TO W-LOCK-REFUSED-IND
0239AA       PERFORM 0330-RELEASE-OWN-LOCK THRU 0330-EXIT
0239B5* THE PREVIOUS RUN'S CANDIDATE COUNT FROM THE RUN-HISTORY TABLE  *
0239B6* SEEDS THE COMPLETION ESTIMATE ON THE HEARTBEAT PROGRESS        *
0239B7* MESSAGE.  NO HISTORY JUST MEANS NO ESTIMATE - NEVER A REASON   *
0239B8* TO REFUSE THE RUN.  THE DAILY TRICKLE ROLL-UP ROWS ARE NOT     *
0239DE* RUNS OF THIS SIZE AND ARE LEFT OUT.                            *
0239B9******************************************************************
0239BA
0239BB 0400-LOAD-ESTIMATE.
0239BI         FROM CL.TCLADRILD_RUN_HIST
0239BJ        WHERE RUN_TS =
0239BK              (SELECT MAX(RUN_TS)
0239BL                 FROM CL.TCLADRILD_RUN_HIST
0239DF                WHERE RUN_TYPE_C <> 'T')
0239DG          AND RUN_TYPE_C <> 'T'
0239BM     END-EXEC.
0239BN
0239BO     IF SQLCODE NOT = 0
0239CT 0450-EXIT.
0239CU      EXIT.
02395X
0239GM******************************************************************
0239GN* 0460-LOAD-MERGE-RULES                                          *
0239GO* LOADS THE ACTIVE MERGE-CONFLICT RULES INTO THE RULE TABLE.     *
0239GP* A ROW WITH AN UNKNOWN COMPARE OR ACTION CODE IS REPORTED AND   *
0239GQ* SKIPPED.  THE CHECK IS ONLY ARMED WHEN AT LEAST ONE USABLE     *
0239GR* RULE LOADED; A TABLE THAT CANNOT BE READ LEAVES IT OFF, THE    *
0239GS* SAME AS THE SPLC DIRECTORY ABOVE.                              *
0239GT******************************************************************
0239GU
0239GV 0460-LOAD-MERGE-RULES.
0239GW
0239GX     MOVE 0      TO W-CR-RULE-CNT.
0239GY     MOVE 'N'    TO W-CR-ARMED-IND
0239GZ                    W-CR-EOF.
0239G0     MOVE SPACES TO MERGE-RULE-TABLE.
0239G2
0239G3     EXEC SQL
0239G4       OPEN MRGRULE
0239G5     END-EXEC.
0239G6
0239G7     IF SQLCODE NOT = 0
0239G8       MOVE SQLCODE TO WD-SQL-CODE
0239G9       DISPLAY WD-SQL-CODE ' ERROR ON OPEN MRGRULE'
0239HA       DISPLAY 'CLADRILD - MERGE-CONFLICT RULES UNAVAILABLE '
0239HB           '- RULE CHECK OFF FOR THIS RUN'
0239HC       GO TO 0460-EXIT
0239HD     END-IF.
0239HE
0239HF     PERFORM 0465-FETCH-MERGE-RULE THRU 0465-EXIT
0239HG       UNTIL W-CR-EOF = 'Y'.
0239HH
0239HI     EXEC SQL
0239HJ       CLOSE MRGRULE
0239HK     END-EXEC.
0239HL
0239HM     IF W-CR-RULE-CNT > 0
0239HN       MOVE 'Y' TO W-CR-ARMED-IND
0239HO     ELSE
0239HP       DISPLAY 'CLADRILD - NO ACTIVE MERGE-CONFLICT RULES '
0239HQ           '- RULE CHECK OFF FOR THIS RUN'
0239HR     END-IF.
0239HS
0239HT 0460-EXIT.
0239HU      EXIT.
0239HV
0239HW******************************************************************
0239HX* 0465-FETCH-MERGE-RULE                                          *
0239HY* ONE RULE ROW INTO THE NEXT TABLE SLOT.  A FETCH ERROR EMPTIES  *
0239HZ* THE TABLE - A HALF-LOADED RULE SET WOULD LET THROUGH MERGES    *
0239H0* THE MISSING RULES EXIST TO STOP WITHOUT ANYONE NOTICING.       *
0239H2******************************************************************
0239H3
0239H4 0465-FETCH-MERGE-RULE.
0239H5
0239H6     EXEC SQL
0239H7       FETCH MRGRULE
0239H8        INTO :W-CR-COLUMN-NM
0239H9            ,:W-CR-COMPARE-C
0239IA            ,:W-CR-ACTION-C
0239IB     END-EXEC.
0239IC
0239ID     EVALUATE SQLCODE
0239IE       WHEN +0
0239IF         CONTINUE
0239IG       WHEN +100
0239IH         MOVE 'Y' TO W-CR-EOF
0239II         GO TO 0465-EXIT
0239IJ       WHEN OTHER
0239IK         MOVE 'Y' TO W-CR-EOF
0239IL         MOVE 0   TO W-CR-RULE-CNT
0239IM         MOVE SQLCODE TO WD-SQL-CODE
0239IN         DISPLAY WD-SQL-CODE ' ERROR ON FETCH MRGRULE'
0239IO         GO TO 0465-EXIT
0239IP     END-EVALUATE.
0239IQ
0239IR     IF (W-CR-COMPARE-C NOT = 'M' AND 'B' AND 'I')
0239IS        OR (W-CR-ACTION-C NOT = 'BLOCK' AND 'HOLD' AND 'WARN')
0239IT       DISPLAY 'CLADRILD - MERGE RULE ON ' W-CR-COLUMN-NM
0239IU           ' HAS COMPARE ' W-CR-COMPARE-C ' ACTION '
0239IV           W-CR-ACTION-C ' - RULE SKIPPED'
0239IW       GO TO 0465-EXIT
0239IX     END-IF.
0239IY
0239IZ* AN IGNORE RULE CAN NEVER FIRE - IT IS NOT WORTH A TABLE SLOT
0239I0     IF W-CR-COMPARE-C = 'I'
0239I2       GO TO 0465-EXIT
0239I3     END-IF.
0239I4
0239I5     IF W-CR-RULE-CNT NOT < W-CR-MAX-RULES
0239I6       DISPLAY 'CLADRILD - MORE THAN 50 MERGE RULES - RULE ON '
0239I7           W-CR-COLUMN-NM ' SKIPPED'
0239I8       GO TO 0465-EXIT
0239I9     END-IF.
0239JA
0239JB     ADD 1 TO W-CR-RULE-CNT.
0239JC     MOVE W-CR-COLUMN-NM  TO W-CR-RULE-COL(W-CR-RULE-CNT).
0239JD     MOVE W-CR-COMPARE-C  TO W-CR-RULE-CMP(W-CR-RULE-CNT).
0239JE     MOVE W-CR-ACTION-C   TO W-CR-RULE-ACT(W-CR-RULE-CNT).
0239JF
0239JG 0465-EXIT.
0239JH      EXIT.
0239JI
002395******************************************************************
002396* 0500-OPEN-CURSOR                                               *
002397******************************************************************
0246BX     MOVE W-HB-RATE TO W-HB-RATE-D.
0246BY
0246D1* THE ESTIMATE IS THE PREVIOUS RUN'S WHOLE-POPULATION CANDIDATE
0246D2* COUNT - AGAINST A PARTITION, A SELECTIVE RUN, A DIRECTED RUN
0246A0* OR A TRICKLE RUN IT WOULD OVERSTATE THE ETA BADLY, SO THOSE
0246D4* RUNS KEEP THE CIF/ROWS/RATE MESSAGE AND DROP THE ESTIMATE
0246BZ     IF W-EST-TOTAL-ROWS > W-PROCESSED-CNT
0246C1        AND W-HB-RATE > 0
0246D5        AND NOT W-PARTITIONED-RUN
0246D6        AND NOT WS-DIRECTED-MODE
0246B0        AND NOT WS-TRICKLE-MODE
0246D7        AND WS-PARM-SELECT-CIF-ID   = SPACES
0246D8        AND WS-PARM-SELECT-EFF-FROM = SPACES
0246D9        AND WS-PARM-SELECT-EFF-TO   = SPACES
0247B1
0247C1 0850-EXIT.
0247D1     EXIT.
0247AC
0247AD******************************************************************
0247AE* 0900-OPEN-FEED                                                 *
0247AF* TRICKLE MODE WITHOUT A CHANGE FEED ENDS EMPTY, LIKE DIRECTED   *
0247AG* MODE WITHOUT ITS PAIR FILE.  ONCE THE FEED IS OPEN THE LAST    *
0247AH* FEED SEQUENCE APPLIED IS LOADED AND THE HANDLED-KEY ROWS OF    *
0247AI* EARLIER DAYS ARE CLEARED, SO ONLY TODAY'S KEYS ARE PASSED      *
0247D5* OVER.                                                          *
0247AJ******************************************************************
0247AK
0247AL 0900-OPEN-FEED.
0247AM
0247AN     OPEN INPUT CHANGE-FEED.
0247AO
0247AP     IF WS-FEED-FILE-STATUS NOT = '00'
0247AQ       DISPLAY 'CLADRILD - TRICKLE MODE REQUESTED BUT CHANGE '
0247AR           'FEED NOT AVAILABLE, STATUS ' WS-FEED-FILE-STATUS
0247AS       MOVE 'Y' TO W-EOF
0247AT       GO TO 0900-EXIT
0247AU     END-IF.
0247AV
0247AW     MOVE 'Y' TO W-FEED-OPEN-IND.
0247AX
0247AY* THE DAY IS THE DAY THE RUN STARTED - A RUN THAT CROSSES
0247AZ* MIDNIGHT STILL ROLLS UP INTO, AND SKIPS THE KEYS OF, ITS OWN DAY
0247A0     MOVE W-RUN-START-TS(1:10) TO W-TK-RUN-DT.
0247A2     MOVE SPACES               TO W-TK-DAY-TS.
0247A3     STRING W-TK-RUN-DT        DELIMITED BY SIZE
0247A4            '-00.00.00.000000' DELIMITED BY SIZE
0247A5       INTO W-TK-DAY-TS
0247A6     END-STRING.
0247A7
0247A8     PERFORM 0910-LOAD-FEED-CTL THRU 0910-EXIT.
0247A9
0247BA     IF W-EOF = 'N'
0247BB        AND NOT WS-SIMULATE-MODE
0247BC       PERFORM 0920-PURGE-HANDLED-KEYS THRU 0920-EXIT
0247BD     END-IF.
0247BE
0247BF 0900-EXIT.
0247BG      EXIT.
0247BH
0247BI******************************************************************
0247BJ* 0910-LOAD-FEED-CTL                                             *
0247BK* NO CONTROL ROW YET MEANS NO FEED HAS EVER BEEN APPLIED.  A     *
0247BL* CONTROL ROW THAT CANNOT BE READ STOPS THE RUN - WITHOUT IT A   *
0247BM* FEED COULD BE APPLIED TWICE.                                   *
0247BN******************************************************************
0247BO
0247BP 0910-LOAD-FEED-CTL.
0247BQ
0247BR     MOVE 0 TO W-TK-LAST-SEQ.
0247BS
0247BT     EXEC SQL
0247BU       SELECT LAST_FEED_SEQ
0247BV         INTO :W-TK-LAST-SEQ
0247BW         FROM CL.TCLADRILD_FEED_CTL
0247BX        WHERE FEED_NM = :W-TK-FEED-NM
0247BY     END-EXEC.
0247BZ
0247B0     EVALUATE SQLCODE
0247B2       WHEN +0
0247B3         CONTINUE
0247B4       WHEN +100
0247B5         MOVE 0 TO W-TK-LAST-SEQ
0247B6       WHEN OTHER
0247B7         MOVE 'Y' TO W-EOF
0247B8         MOVE 'Y' TO W-SQL-FAIL-IND
0247B9         MOVE SQLCODE TO WD-SQL-CODE
0247CA         DISPLAY WD-SQL-CODE ' ERROR ON FEED CONTROL READ'
0247CB         GO TO 0910-EXIT
0247CC     END-EVALUATE.
0247CD
0247CE     MOVE W-TK-LAST-SEQ TO W-TK-CURR-SEQ.
0247CF     MOVE W-TK-LAST-SEQ TO W-TK-SEQ-D.
0247CG     DISPLAY 'CLADRILD - LAST CHANGE FEED APPLIED ' W-TK-SEQ-D.
0247CH
0247CI 0910-EXIT.
0247CJ      EXIT.
0247CK
0247CL******************************************************************
0247CM* 0920-PURGE-HANDLED-KEYS                                        *
0247CN* THE HANDLED-KEY ROWS ONLY MATTER FOR THE DAY THEY WERE         *
0247CO* WRITTEN; THE NIGHTLY RUN HAS SINCE TAKEN EVERY CANDIDATE LEFT  *
0247CP* OVER.  A FAILED DELETE IS REPORTED AND THE RUN GOES ON -       *
0247CQ* TODAY'S ROWS ARE STILL TELLING THE TRUTH.                      *
0247CR******************************************************************
0247CS
0247CT 0920-PURGE-HANDLED-KEYS.
0247CU
0247CV     EXEC SQL
0247CW       DELETE FROM CL.TCLADRILD_TRKL_KEY
0247CX        WHERE RUN_DT < :W-TK-RUN-DT
0247CY     END-EXEC.
0247CZ
0247C0     EVALUATE SQLCODE
0247C5       WHEN +0
0247C6       WHEN +100
0247C7         EXEC SQL
0247C8           COMMIT
0247C9         END-EXEC
0247DA       WHEN OTHER
0247DB         MOVE SQLCODE TO WD-SQL-CODE
0247DC         DISPLAY WD-SQL-CODE ' ERROR ON HANDLED-KEY PURGE'
0247DD     END-EVALUATE.
0247DE
0247DF 0920-EXIT.
0247DG      EXIT.
0247DH
0247DI******************************************************************
0247DJ* 0950-READ-FEED                                                 *
0247DK* END OF THE FEED COMPLETES THE LAST FEED IN IT - UNLESS THE RUN *
0247DL* WAS STOPPED SHORT, WHEN THAT FEED IS LEFT TO BE APPLIED AGAIN. *
0247DM******************************************************************
0247DN
0247DO 0950-READ-FEED.
0247DP
0247DQ     READ CHANGE-FEED
0247DR       AT END
0247DS         MOVE 'Y' TO W-EOF
0247DT     END-READ.
0247DU
0247DV     IF W-EOF = 'Y'
0247DW        AND W-TK-CURR-SEQ > W-TK-LAST-SEQ
0247DX        AND NOT W-SQL-FAILED
0247DY        AND NOT W-TK-STOPPED
0247DZ       PERFORM 1690-FEED-APPLIED THRU 1690-EXIT
0247D0     END-IF.
0247D2
0247D3 0950-EXIT.
0247D4      EXIT.

002466******************************************************************
002467* 1000-PROCESS                                                   *
00247V 1200-MERGE-ONE.
00247W
0247W1     MOVE 'N' TO W-MC-VIA-CHAIN-IND.
0247JJ     MOVE SPACE  TO W-CR-OUTCOME.
0247AB     MOVE 'N'    TO W-AR-DECIDED-IND.
0247JK     MOVE SPACES TO W-CR-FIRED-LIST.
0247JL     MOVE 1      TO W-CR-FIRED-PTR.
0247W2
002472     INITIALIZE CLCSLALM-PARMS.

002475     MOVE WS-PARM-SIMULATE-IND TO CLCSLALM-SIMULATE-IND.
0247X1     MOVE WS-PARM-MIN-CONFIDENCE TO CLCSLALM-MIN-CONFIDENCE.
0247X2     MOVE WS-PARM-STANDARDIZE-IND TO CLCSLALM-STANDARDIZE-IND.
0247JM
0247JN* WITH MERGE-CONFLICT RULES LOADED OR THE ADDRESS-ROLE CHECK ON
0247JO* THE FIRST CALL IS ONLY A PROBE - THE MATCH IS FOUND BUT NOT
0247AA* COMMITTED UNTIL THE CHECKS PASS IT
0247JP     IF W-CR-MERGE-PROBED
0247JQ       MOVE 'Y' TO CLCSLALM-SIMULATE-IND
0247JR     END-IF.
00247X
00247Y     IF WS-DIRECTED-MODE
00247Z       MOVE W-APR-LOC-ID TO CLCSLALM-DIRECT-LOC-ID
0248A3       MOVE 0 TO CLCSLALM-MIN-CONFIDENCE
00248A     END-IF.
00248B
0024AA* A REAL MERGE MOVES THE SUBLOCATION'S ADDRESS OFF ITS OWN
0024AB* LOCATION - NOTE WHICH ONE FIRST, FOR THE CASCADE REPOINT
0024AC     IF NOT WS-SIMULATE-MODE
0024AD       PERFORM 2700-GET-RETIRED-LOC THRU 2700-EXIT
0024AE     END-IF.
0024AF
00248C     CALL W-CLCSLALM USING CLCSLALM-PARMS.
00248D
00248E* A NO-CANDIDATE RESULT MAY ONLY MEAN THE CIF WAS SWALLOWED IN A
00248K        AND NOT WS-DIRECTED-MODE
00248L       PERFORM 1300-FOLLOW-MERGER-CHAIN THRU 1300-EXIT
00248M     END-IF.
0024JS
0024JT* A MATCH FROM THE DIRECT CALL OR THE CHAIN RETRY IS RUN PAST THE
0024JU* MERGE-CONFLICT RULES AND THE ADDRESS-ROLE CHECK.  A BLOCK OR
0024JV* HOLD STOPS IT HERE; ONE THAT PASSES (OR ONLY WARNS) IS NOW
0024AG* COMMITTED WITH THE SAME INPUTS
0024JW     IF CLCSLALM-SUCCESSFUL
0024JX        AND W-CR-RULES-ARMED
0024JY       PERFORM 1400-APPLY-MERGE-RULES THRU 1400-EXIT
0024JZ     END-IF.
0024J0
0024AH     IF CLCSLALM-SUCCESSFUL
0024AI        AND WS-ADDR-ROLE-CHECK-ON
0024AJ        AND NOT W-CR-MERGE-BLOCKED
0024AK       PERFORM 1460-CHECK-ADDR-ROLES THRU 1460-EXIT
0024AL     END-IF.
0024AM
0024J1     IF W-CR-MERGE-STOPPED
0024J2       PERFORM 1450-STOP-ON-RULE THRU 1450-EXIT
0024J3       GO TO 1200-TALLY
0024J4     END-IF.
0024J5
0024J6     IF CLCSLALM-SUCCESSFUL
0024J7        AND W-CR-MERGE-PROBED
0024J8        AND NOT WS-SIMULATE-MODE
0024J9       INITIALIZE RETURN-FROM-CLCSLALM
0024KA                  SCORED-RETURN-FROM-CLCSLALM
0024KB                  STDZN-RETURN-FROM-CLCSLALM
0024KC       MOVE WS-PARM-SIMULATE-IND TO CLCSLALM-SIMULATE-IND
0024KD       CALL W-CLCSLALM USING CLCSLALM-PARMS
0024KE     END-IF.

002477     IF CLCSLALM-SUCCESSFUL
002478       ADD 1 TO W-LOC-MERGED-CNT
002480         PERFORM 2150-WRITE-AUDIT-REC THRU 2150-EXIT
0248N1         PERFORM 2400-CARRY-NLOC      THRU 2400-EXIT
0248N3         PERFORM 2160-CLEAR-EXCEPTION THRU 2160-EXIT
0248E3         PERFORM 2600-WRITE-DELTA     THRU 2600-EXIT
0248AA         PERFORM 2710-CASCADE-REPOINT THRU 2710-EXIT
002481       END-IF
0248N2       PERFORM 2500-CARRY-EDI-INST    THRU 2500-EXIT
002482       PERFORM 2000-REPORT THRU 2000-EXIT
0250A1     END-IF
002507     END-IF.

0025KF 1200-TALLY.
0025KG
002508     IF CLCSLALM-LOC-FOUND = 'Y'
002509       ADD 1 TO W-LOC-FOUND-CNT
002510     ELSE
0252F9* RETRY WAS MATCHED UNDER THE SURVIVING CIF, AND ONLY THAT KEY   *
0252G8* CAN DRIVE THE PAIR BACK THROUGH DIRECTED-MERGE MODE (THE TWO   *
0252G9* ARE THE SAME KEY WHEN NO CHAIN WAS WALKED).                    *
0252B0* THE PAIR IS ALSO UPSERTED INTO THE PERSISTENT REVIEW QUEUE SO  *
0252C0* AN UNWORKED HOLD IS NOT LOST WITH THE NIGHT'S FILE.            *
0252FA******************************************************************
0252FB
0252FC 1250-HOLD-MERGE.
0252FV
0252FW     WRITE OUTPUT-REPORT-REC FROM HELD-DETAIL.
0252FX
0252DK     PERFORM 1260-QUEUE-HELD-MERGE THRU 1260-EXIT.
0252DL
0252FY 1250-EXIT.
0252FZ      EXIT.
0252G1
0252DM******************************************************************
0252DN* 1260-QUEUE-HELD-MERGE                                          *
0252DO* UPSERTS THE HELD PAIR INTO THE REVIEW QUEUE.  A PAIR ALREADY   *
0252DP* QUEUED IS RESTAMPED (LAST_HELD_TS, SCORE, TIMES_HELD) RATHER   *
0252DQ* THAN DUPLICATED; AN EXPIRED ROW THAT HAS COME BACK IS          *
0252DR* RE-OPENED WITH THE OLD DISPOSITION CLEARED.  A PAIR AN ANALYST *
0252DS* APPROVED OR REJECTED IS NEVER RE-OPENED - THE DECISION STANDS  *
0252DT* ON THE ROW - SO THE UPDATE SKIPS IT AND THE INSERT THEN HITS   *
0252DU* THE UNIQUE KEY (-803), WHICH IS COUNTED AS A RE-HOLD.  THE     *
0252DV* ORIGINAL SUBLOCATION RIDES ON THE ROW FOR THE SUPPRESSION      *
0252DX* CLADRQLD REGISTERS ON A REJECT.  SKIPPED IN SIMULATE MODE.  AN *
025ZDR* SQL ERROR IS REPORTED BUT DOES NOT STOP THE RUN - THE          *
0252DW* HELD-MERGES FILE STILL CARRIES THE PAIR.                       *
0252DY******************************************************************
0252DZ
0252D0 1260-QUEUE-HELD-MERGE.
0252EB
0252EC     IF WS-SIMULATE-MODE
0252ED       GO TO 1260-EXIT
0252EE     END-IF.
0252EF
0252EG     MOVE CLCSLALM-CIF-ID             TO W-RQ-CIF-ID.
0252EH     MOVE CLCSLALM-CIF-SUB-LOCN-SFX-C TO W-RQ-CIF-SFX.
025ZDS     MOVE W-CIF-ID                    TO W-RQ-ORIG-CIF-ID.
025ZDT     MOVE W-CIF-SUB-LOCN-SFX-C        TO W-RQ-ORIG-CIF-SFX.
0252EI     MOVE CLCSLALM-MERGE-LOC-ID       TO W-RQ-LOC-ID.
0252EJ     MOVE CLCSLALM-CONFIDENCE-SCORE   TO W-RQ-SCORE.
0252EK
0252EL     EXEC SQL
0252EM       UPDATE CL.TCLADRILD_REVIEW_Q
0252EN          SET CONFIDENCE_SCORE = :W-RQ-SCORE
0252EO             ,LAST_HELD_TS     = :W-TIMESTAMP
0252EP             ,TIMES_HELD       = TIMES_HELD + 1
0252EQ             ,STATUS_C         = 'OPEN'
0252ER             ,ANALYST_ID       = ' '
0252ES             ,DISP_TS          = '0001-01-01-00.00.00.000000'
025ZDU             ,ORIG_CIF_ID      = :W-RQ-ORIG-CIF-ID
025ZDV             ,ORIG_CIF_SUB_CD  = :W-RQ-ORIG-CIF-SFX
0252ET        WHERE CIF_ID     = :W-RQ-CIF-ID
0252EU          AND CIF_SUB_CD = :W-RQ-CIF-SFX
0252EV          AND LOC_ID     = :W-RQ-LOC-ID
0252EW          AND STATUS_C  <> 'APPROVED'
025ZDW          AND STATUS_C  <> 'REJECTED'
0252EX     END-EXEC.
0252EY
0252EZ     EVALUATE SQLCODE
0252E0       WHEN +0
0252F0         ADD 1 TO W-RQ-REHELD-CNT
0252GA       WHEN +100
0252GB         EXEC SQL
0252GC           INSERT INTO CL.TCLADRILD_REVIEW_Q
0252GD           (CIF_ID, CIF_SUB_CD, LOC_ID, CONFIDENCE_SCORE,
0252GE            FIRST_HELD_TS, LAST_HELD_TS, TIMES_HELD, STATUS_C,
0252GF            ANALYST_ID, DISP_TS, ORIG_CIF_ID, ORIG_CIF_SUB_CD)
0252GG           VALUES
0252GH           (:W-RQ-CIF-ID, :W-RQ-CIF-SFX, :W-RQ-LOC-ID,
0252GI            :W-RQ-SCORE, :W-TIMESTAMP, :W-TIMESTAMP, 1, 'OPEN',
0252GJ            ' ', '0001-01-01-00.00.00.000000',
025ZDX            :W-RQ-ORIG-CIF-ID, :W-RQ-ORIG-CIF-SFX)
0252GK         END-EXEC
0252GL         EVALUATE SQLCODE
0252GM           WHEN +0
0252GN             ADD 1 TO W-RQ-NEW-CNT
0252GO           WHEN -803
0252GP             ADD 1 TO W-RQ-REHELD-CNT
0252GQ           WHEN OTHER
0252GR             MOVE SQLCODE TO WD-SQL-CODE
0252GS             DISPLAY WD-SQL-CODE ' ERROR ON REVIEW QUEUE INSERT'
0252GT         END-EVALUATE
0252GU       WHEN OTHER
0252GV         MOVE SQLCODE TO WD-SQL-CODE
0252GW         DISPLAY WD-SQL-CODE ' ERROR ON REVIEW QUEUE UPDATE'
0252GX     END-EVALUATE.
0252GY
0252GZ 1260-EXIT.
0252G0      EXIT.
0252HA
0252A2******************************************************************
0252A3* 1300-FOLLOW-MERGER-CHAIN                                       *
0252A4* WALKS MRGR_CIF_N FROM THE SUBLOCATION'S CIF TO THE SURVIVING   *
0252AW       MOVE W-MC-CURR-CIF        TO CLCSLALM-CIF-ID
0252AX       MOVE W-CIF-SUB-LOCN-SFX-C TO CLCSLALM-CIF-SUB-LOCN-SFX-C
0252AY       MOVE WS-PARM-SIMULATE-IND TO CLCSLALM-SIMULATE-IND
0252KH       IF W-CR-MERGE-PROBED
0252KI         MOVE 'Y' TO CLCSLALM-SIMULATE-IND
0252KJ       END-IF
0252Y1       MOVE WS-PARM-MIN-CONFIDENCE TO CLCSLALM-MIN-CONFIDENCE
0252Y2       MOVE WS-PARM-STANDARDIZE-IND TO CLCSLALM-STANDARDIZE-IND
0252AZ       CALL W-CLCSLALM USING CLCSLALM-PARMS
0252DH
0252DI 1320-EXIT.
0252DJ      EXIT.
0252KK
0252KL******************************************************************
0252KM* 1400-APPLY-MERGE-RULES                                         *
0252KN* RUNS THE MATCH IN THE CLCSLALM RETURN AREA PAST THE MERGE-     *
0252KO* CONFLICT RULES.  THE SUBLOCATION SIDE IS THE CURRENT VERSION   *
0252KP* OF THE COMPANY LOCATION ITS CIF ADDRESS ROW HANGS FROM (KEYED  *
0252KQ* FROM THE PARM AREA, SO A CHAIN RETRY IS JUDGED UNDER THE       *
0252KR* SURVIVING CIF IT MATCHED UNDER); THE TARGET SIDE IS THE        *
0252KS* TARGET'S CURRENT VERSION.  THE TWO ROWS GO THROUGH THE SAME    *
0252KT* COLUMN COMPARISON AS THE DELTA FILE WITH RULE MODE ON.  A      *
0252KU* SUBLOCATION WITH NO COMPANY-LOCATION VERSION HAS NOTHING TO    *
0252KV* CONFLICT WITH; A ROW THAT CANNOT BE READ HOLDS THE MATCH, AS   *
0252KW* AN UNCHECKED MERGE IS EXACTLY WHAT THE RULES ARE THERE TO      *
0252KX* STOP.                                                          *
0252KY******************************************************************
0252KZ
0252K0 1400-APPLY-MERGE-RULES.
0252K1
0252K2     INITIALIZE CLF0060-REC.
0252K3
0252K4     EXEC SQL
0252K5       SELECT D.LOC_ID
0252K6             ,D.CO_LOCN_EFF_TS
0252K7             ,D.ULT_PRNT_CO_LOCN_N
0252K8             ,D.IMD_PRNT_CO_LOCN_N
0252K9             ,D.NMFTA_SPL_C
0252LA             ,D.NMFTA_SPL_SFX_C
0252LB             ,D.EXP_TS
0252LC             ,D.LST_MAINT_TS
0252LD             ,D.LST_MAINT_USER_ID
0252LE             ,D.LOC_NM
0252LF             ,D.MAILING_ADV_BAR_C
0252LG             ,D.MAILING_CHK_DIGIT
0252LH             ,D.BOL_FAX_BK_N
0252LI             ,D.BOL_FAX_CNFRM_TXT
0252LJ             ,D.BOL_FAX_CNFRM_C
0252LK             ,D.BOL_RELS_C
0252LL             ,D.BL_WC_EDI_IND
0252LM             ,D.RLINC_CUST_EDI_ID
0252LN             ,D.DIALIN_CUST_EDI_ID
0252LO             ,D.CORP_TP_C
0252LP             ,D.INFO_SRC_C
0252LQ             ,D.MAINT_RSN_C
0252LR             ,D.PHYS_SRVC_C
0252LS             ,D.BS_STAT_C
0252LT             ,D.COMMENTS
0252LU             ,D.CO_ID
0252LV             ,D.CUST_633_ID
0252LW             ,D.CUST_CITY_333_C
0252LX             ,D.CUST_ST_C
0252LY             ,D.TRAFF_ACCT_N
0252LZ             ,D.MAILING_CNTRY_C
0252L0             ,D.MAILING_ST_PRVNC_C
0252L1             ,D.MAILING_CNTY_NM
0252L2             ,D.MAILING_CITY
0252L3             ,D.MAILING_POSTAL_C
0252L4             ,D.MAILING_ADDR_1
0252L5             ,D.MAILING_ADDR_2
0252L6             ,D.MAILING_ADDR_3
0252L7             ,D.PHYS_CNTRY_C
0252L8             ,D.PHYS_ST_PRVNC_C
0252L9             ,D.PHYS_CNTY_NM
0252MA             ,D.PHYS_CITY
0252MB             ,D.PHYS_POSTAL_C
0252MC             ,D.PHYS_ADDR_1
0252MD             ,D.PHYS_ADDR_2
0252ME             ,D.PHYS_ADDR_3
0252MF             ,D.CIF_ID
0252MG             ,D.CIF_ID_TP_C
0252MH             ,D.MRGR_CIF_N
0252MI             ,D.TEMP_PERM_C
0252MJ             ,D.CIF_ULT_PRNT_N
0252MK             ,D.CIF_IMD_PRNT_N
0252ML             ,D.ARI_LST_MAINT_DT
0252MM             ,D.ARI_EFF_DT
0252MN             ,D.ARI_EXP_DT
0252MO             ,D.NLOC_LOC_ID
0252MP             ,D.NLOC_CIF_ID
0252MQ             ,D.CIF_DOM_PRNT_N
0252MR             ,D.CIF_TAX_ID_QLF
0252MS             ,D.CIF_TAX_ID
0252MT             ,D.CIF_MAIL_POSTC
0252MU             ,D.CIF_PHYS_POSTC
0252MV             ,D.CIF_CMNT
0252MW             ,D.DBA_NME_CD
0252MX             ,D.BILL_ADDR_CD
0252MY             ,D.DELY_ADDR_CD
0252MZ             ,D.CIF_SUB_CD
0252M0             ,D.NLOC_CIF_SUB_CD
0252M1         INTO :CLF0060-REC:W-DL-IND
0252M2         FROM CL.TCLF_CO_LOCN_ADDR A
0252M3             ,CL.TCLF_CO_LOCN_DTL  D
0252M4        WHERE A.CIF_ID             = :CLCSLALM-CIF-ID
0252M5          AND A.CIF_SUB_LOCN_SFX_C = :CLCSLALM-CIF-SUB-LOCN-SFX-C
0252M6          AND A.ADDR_EFF_TS       <= CURRENT TIMESTAMP
0252M7          AND A.EXP_TS            >= CURRENT TIMESTAMP
0252M8          AND D.LOC_ID             = A.CO_LOCN_N
0252M9          AND D.CO_LOCN_EFF_TS    <= CURRENT TIMESTAMP
0252NA          AND D.EXP_TS            >= CURRENT TIMESTAMP
0252NB        FETCH FIRST 1 ROW ONLY
0252NC     END-EXEC.
0252ND
0252NE     EVALUATE SQLCODE
0252NF       WHEN +0
0252NG         CONTINUE
0252NH       WHEN +100
0252NI         GO TO 1400-EXIT
0252NJ       WHEN OTHER
0252NK         MOVE SQLCODE TO WD-SQL-CODE
0252NL         DISPLAY WD-SQL-CODE
0252A0       ' ERROR ON SELECT RULE SUBLOCATION SIDE'
0252NM         PERFORM 1440-RULE-CHECK-ERROR THRU 1440-EXIT
0252NN         GO TO 1400-EXIT
0252NO     END-EVALUATE.
0252NP
0252NQ     PERFORM 2605-CLEAR-NULL-PARENTS THRU 2605-EXIT.
0252NR     MOVE CLF0060-REC TO CLF0060C-REC.
0252NS     INITIALIZE CLF0060-REC.
0252NT
0252NU     EXEC SQL
0252NV       SELECT LOC_ID
0252NW             ,CO_LOCN_EFF_TS
0252NX             ,ULT_PRNT_CO_LOCN_N
0252NY             ,IMD_PRNT_CO_LOCN_N
0252NZ             ,NMFTA_SPL_C
0252N0             ,NMFTA_SPL_SFX_C
0252N1             ,EXP_TS
0252N2             ,LST_MAINT_TS
0252N3             ,LST_MAINT_USER_ID
0252N4             ,LOC_NM
0252N5             ,MAILING_ADV_BAR_C
0252N6             ,MAILING_CHK_DIGIT
0252N7             ,BOL_FAX_BK_N
0252N8             ,BOL_FAX_CNFRM_TXT
0252N9             ,BOL_FAX_CNFRM_C
0252OA             ,BOL_RELS_C
0252OB             ,BL_WC_EDI_IND
0252OC             ,RLINC_CUST_EDI_ID
0252OD             ,DIALIN_CUST_EDI_ID
0252OE             ,CORP_TP_C
0252OF             ,INFO_SRC_C
0252OG             ,MAINT_RSN_C
0252OH             ,PHYS_SRVC_C
0252OI             ,BS_STAT_C
0252OJ             ,COMMENTS
0252OK             ,CO_ID
0252OL             ,CUST_633_ID
0252OM             ,CUST_CITY_333_C
0252ON             ,CUST_ST_C
0252OO             ,TRAFF_ACCT_N
0252OP             ,MAILING_CNTRY_C
0252OQ             ,MAILING_ST_PRVNC_C
0252OR             ,MAILING_CNTY_NM
0252OS             ,MAILING_CITY
0252OT             ,MAILING_POSTAL_C
0252OU             ,MAILING_ADDR_1
0252OV             ,MAILING_ADDR_2
0252OW             ,MAILING_ADDR_3
0252OX             ,PHYS_CNTRY_C
0252OY             ,PHYS_ST_PRVNC_C
0252OZ             ,PHYS_CNTY_NM
0252O0             ,PHYS_CITY
0252O1             ,PHYS_POSTAL_C
0252O2             ,PHYS_ADDR_1
0252O3             ,PHYS_ADDR_2
0252O4             ,PHYS_ADDR_3
0252O5             ,CIF_ID
0252O6             ,CIF_ID_TP_C
0252O7             ,MRGR_CIF_N
0252O8             ,TEMP_PERM_C
0252O9             ,CIF_ULT_PRNT_N
0252PA             ,CIF_IMD_PRNT_N
0252PB             ,ARI_LST_MAINT_DT
0252PC             ,ARI_EFF_DT
0252PD             ,ARI_EXP_DT
0252PE             ,NLOC_LOC_ID
0252PF             ,NLOC_CIF_ID
0252PG             ,CIF_DOM_PRNT_N
0252PH             ,CIF_TAX_ID_QLF
0252PI             ,CIF_TAX_ID
0252PJ             ,CIF_MAIL_POSTC
0252PK             ,CIF_PHYS_POSTC
0252PL             ,CIF_CMNT
0252PM             ,DBA_NME_CD
0252PN             ,BILL_ADDR_CD
0252PO             ,DELY_ADDR_CD
0252PP             ,CIF_SUB_CD
0252PQ             ,NLOC_CIF_SUB_CD
0252PR         INTO :CLF0060-REC:W-DL-IND
0252PS         FROM CL.TCLF_CO_LOCN_DTL
0252PT        WHERE LOC_ID          = :CLCSLALM-MERGE-LOC-ID
0252PU          AND CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
0252PV          AND EXP_TS         >= CURRENT TIMESTAMP
0252PW     END-EXEC.
0252PX
0252PY     IF SQLCODE NOT = 0
0252PZ       MOVE SQLCODE TO WD-SQL-CODE
0252P0       DISPLAY WD-SQL-CODE ' ERROR ON SELECT RULE TARGET SIDE'
0252P9       PERFORM 1440-RULE-CHECK-ERROR THRU 1440-EXIT
0252QA       GO TO 1400-EXIT
0252QB     END-IF.
0252QC
0252QD     PERFORM 2605-CLEAR-NULL-PARENTS THRU 2605-EXIT.
0252QE
0252QF     MOVE 'Y' TO W-DL-RULE-MODE-IND.
0252QG     PERFORM 2610-COMPARE-VERSIONS   THRU 2610-EXIT.
0252QH     MOVE 'N' TO W-DL-RULE-MODE-IND.
0252QI
0252QJ     IF W-CR-MERGE-WARNED
0252QK       ADD 1 TO W-CR-WARNED-CNT
0252QL     END-IF.
0252QM
0252QN 1400-EXIT.
0252QO      EXIT.
0252QP
0252QQ******************************************************************
0252QR* 1410-MATCH-RULES                                               *
0252QS* CALLED FROM 2620-PUT-DELTA IN RULE MODE FOR EACH COLUMN WHOSE  *
0252QT* TWO VALUES DIFFER - CHECKS IT AGAINST EVERY LOADED RULE.       *
0252QU******************************************************************
0252QV
0252QW 1410-MATCH-RULES.
0252QX
0252QY     PERFORM 1420-CHECK-RULE THRU 1420-EXIT
0252QZ       VARYING W-CR-IX FROM 1 BY 1
0252Q0         UNTIL W-CR-IX > W-CR-RULE-CNT.
0252Q1
0252Q2 1410-EXIT.
0252Q3      EXIT.
0252Q4
0252Q5******************************************************************
0252Q6* 1420-CHECK-RULE                                                *
0252Q7* FIRES ONE RULE WHEN IT NAMES THE COLUMN IN HAND.  THE VALUES   *
0252Q8* ALREADY DIFFER, SO A MUST-MATCH RULE ALWAYS FIRES; AN EITHER-  *
0252Q9* MAY-BE-BLANK RULE ONLY FIRES WHEN BOTH SIDES CARRY A VALUE.    *
0252RA* THE MOST SEVERE ACTION FIRED IS KEPT.  IN DIRECTED MODE A      *
0252RB* HOLD RULE ONLY WARNS - THE PAIR HAS ALREADY BEEN VETTED BY AN  *
0252RC* ANALYST, AND HOLDING IT WOULD ONLY SEND IT BACK TO THEM - BUT  *
0252RD* A BLOCK RULE STILL REFUSES IT.                                 *
0252RE******************************************************************
0252RF
0252RG 1420-CHECK-RULE.
0252RH
0252RI     IF W-CR-RULE-COL(W-CR-IX) NOT = W-DL-COL-NM
0252RJ       GO TO 1420-EXIT
0252RK     END-IF.
0252RL
0252RM     IF W-CR-RULE-CMP(W-CR-IX) = 'B'
0252RN        AND (W-DL-OLD = SPACES
0252RO          OR W-DL-OLD = W-CR-ZERO-IMAGE
0252RP          OR W-DL-NEW = SPACES
0252RQ          OR W-DL-NEW = W-CR-ZERO-IMAGE)
0252RR       GO TO 1420-EXIT
0252RS     END-IF.
0252RT
0252RU     MOVE W-CR-RULE-ACT(W-CR-IX) TO W-CR-FIRED-ACTION.
0252RV
0252RW     IF W-CR-FIRED-ACTION = 'HOLD'
0252RX        AND WS-DIRECTED-MODE
0252RY       MOVE 'WARN' TO W-CR-FIRED-ACTION
0252RZ     END-IF.
0252R0
0252R1     EVALUATE W-CR-FIRED-ACTION
0252R2       WHEN 'BLOCK'
0252R3         MOVE 'B' TO W-CR-OUTCOME
0252R4       WHEN 'HOLD'
0252R5         IF NOT W-CR-MERGE-BLOCKED
0252R6           MOVE 'H' TO W-CR-OUTCOME
0252R7         END-IF
0252R8       WHEN OTHER
0252R9         IF W-CR-NO-CONFLICT
0252SA           MOVE 'W' TO W-CR-OUTCOME
0252SB         END-IF
0252SC     END-EVALUATE.
0252SD
0252SE     ADD 1 TO W-CR-FIRED-CNT.
0252SF
0252SG     MOVE SPACES                      TO RULE-CIF-ID.
0252SH     MOVE CLCSLALM-CIF-ID             TO RULE-CIF-ID(1:9).
0252SI     MOVE '-'                         TO RULE-CIF-ID(10:1).
0252SJ     MOVE CLCSLALM-CIF-SUB-LOCN-SFX-C TO RULE-CIF-ID(11:4).
0252SK     MOVE CLCSLALM-MERGE-LOC-ID       TO RULE-LOC-ID.
0252SL     MOVE W-DL-COL-NM                 TO RULE-COLUMN-NM.
0252SM     MOVE W-CR-FIRED-ACTION           TO RULE-ACTION.
0252SN     MOVE W-DL-OLD                    TO RULE-SUB-VALUE.
0252SO     MOVE W-DL-NEW                    TO RULE-TGT-VALUE.
0252SP
0252SQ     WRITE OUTPUT-REPORT-REC FROM RULE-DETAIL.
0252SR
0252SS     STRING W-DL-COL-NM        DELIMITED BY SPACE
0252ST            ':'                DELIMITED BY SIZE
0252SU            W-CR-FIRED-ACTION  DELIMITED BY SPACE
0252SV            ' '                DELIMITED BY SIZE
0252SW       INTO W-CR-FIRED-LIST
0252SX       WITH POINTER W-CR-FIRED-PTR
0252SY     END-STRING.
0252SZ
0252S0 1420-EXIT.
0252S1      EXIT.
0252S2
0252S3******************************************************************
0252S4* 1440-RULE-CHECK-ERROR                                          *
0252S5* A SIDE OF THE RULE COMPARISON COULD NOT BE READ - THE MATCH IS *
0252S6* HELD FOR AN ANALYST RATHER THAN COMMITTED UNCHECKED.           *
0252S7******************************************************************
0252S8
0252S9 1440-RULE-CHECK-ERROR.
0252TA
0252TB     MOVE 'H' TO W-CR-OUTCOME.
0252TC
0252TD     STRING 'RULE-CHECK-ERROR:HOLD ' DELIMITED BY SIZE
0252TE       INTO W-CR-FIRED-LIST
0252TF       WITH POINTER W-CR-FIRED-PTR
0252TG     END-STRING.
0252TH
0252TI 1440-EXIT.
0252TJ      EXIT.
0252TK
0252TL******************************************************************
0252TM* 1450-STOP-ON-RULE                                              *
0252HB* ALSO STOPS A MATCH THE ADDRESS-ROLE CHECK FAILED, COUNTED AND  *
0252HC* WORDED AS SUCH.                                                *
0252TN* A BLOCK RULE REFUSES THE MATCH OUTRIGHT; A HOLD RULE SENDS IT  *
0252TO* DOWN THE HELD-MERGES PATH LIKE A LOW-CONFIDENCE MATCH.  EITHER *
0252TP* WAY NOTHING WAS COMMITTED - THE RULES RAN AGAINST THE PROBE -  *
0252TQ* SO A CHAIN RETRY IS NO LONGER COUNTED AS A MERGE VIA MERGER.   *
0252TR******************************************************************
0252TS
0252TT 1450-STOP-ON-RULE.
0252TU
0252TV     IF W-MC-MERGED-VIA-CHAIN
0252TW       SUBTRACT 1 FROM W-MRGR-CHAIN-CNT
0252TX     END-IF.
0252TY
0252TZ     IF W-CR-MERGE-HELD
0252HD       IF W-AR-DECIDED
0252HE         ADD 1 TO W-AR-HELD-CNT
0252HF       ELSE
0252T0         ADD 1 TO W-CR-HELD-CNT
0252HG       END-IF
0252T1       PERFORM 1250-HOLD-MERGE THRU 1250-EXIT
0252T2       GO TO 1450-EXIT
0252T3     END-IF.
0252T4
0252HH     IF W-AR-DECIDED
0252HI       ADD 1 TO W-AR-BLOCKED-CNT
0252HJ       MOVE '  MERGE REFUSED BY ADDRESS-ROLE CHECK'
0252HK         TO BLOCK-REASON
0252HL     ELSE
0252T5       ADD 1 TO W-CR-BLOCKED-CNT
0252HM       MOVE '  MERGE REFUSED BY MERGE-CONFLICT RULE'
0252HN         TO BLOCK-REASON
0252HO     END-IF.
0252T6
0252T7     MOVE SPACES                      TO BLOCK-CIF-ID.
0252T8     MOVE CLCSLALM-CIF-ID             TO BLOCK-CIF-ID(1:9).
0252T9     MOVE '-'                         TO BLOCK-CIF-ID(10:1).
0252UA     MOVE CLCSLALM-CIF-SUB-LOCN-SFX-C TO BLOCK-CIF-ID(11:4).
0252UB     MOVE CLCSLALM-MERGE-LOC-ID       TO BLOCK-LOC-ID.
0252UC
0252UD     WRITE OUTPUT-REPORT-REC FROM BLOCK-DETAIL.
0252UE
0252UF 1450-EXIT.
0252UG      EXIT.
0252HP
0252HQ******************************************************************
0252HR* 1460-CHECK-ADDR-ROLES                                          *
0252HS* PROJECTS THE PROBED MATCH ONTO THE CIF IT IS FILED UNDER (THE  *
0252HT* PARM-AREA CIF, SO A CHAIN RETRY IS JUDGED UNDER THE SURVIVING  *
0252HU* CIF).  THE MERGED VERSION KEEPS THE TARGET'S ADDRESS AND ROLE  *
0252HV* COLUMNS; THE SUBLOCATION'S OWN LOCATION DROPS OUT OF THE CIF   *
0252HW* WHEN NO OTHER ADDRESS HANGS FROM IT.  THE MATCH FAILS WHEN THE *
0252HX* CIF WOULD BE LEFT WITH NO BILLING ADDRESS OR WITH MORE THAN    *
0252HY* ONE, WHEN THE TARGET'S OLD CIF WOULD LOSE ITS ONLY BILLING     *
0252HZ* ADDRESS TO THE MERGE, WHEN EITHER SIDE IS A DELIVERY ADDRESS   *
0252H0* AND THE SURVIVOR HAS NO PHYSICAL STREET OR POSTAL CODE, OR     *
0252H1* WHEN THE CIF'S MAILING/PHYSICAL POSTAL CODE DISAGREES WITH THE *
0252H2* SURVIVOR'S.  EACH CONDITION IS A HOLD OR A REFUSAL BY THE      *
0252H3* CARD-2 SWITCH; IN DIRECTED MODE A HOLD ONLY WARNS, AS FOR THE  *
0252H4* MERGE-CONFLICT RULES.  A ROW THAT CANNOT BE READ HOLDS THE     *
0252H5* MATCH.                                                         *
0252H6******************************************************************
0252H7
0252H8 1460-CHECK-ADDR-ROLES.
0252H9
0252IA     MOVE W-CR-OUTCOME TO W-AR-PRIOR-OUTCOME.
0252IB
0252IC     IF WS-ADDR-ROLE-REFUSE
0252ID       MOVE 'BLOCK' TO W-AR-ACTION
0252IE     ELSE
0252IF       MOVE 'HOLD'  TO W-AR-ACTION
0252IG     END-IF.
0252IH
0252II     IF W-AR-ACTION = 'HOLD'
0252IJ        AND WS-DIRECTED-MODE
0252IK       MOVE 'WARN'  TO W-AR-ACTION
0252IL     END-IF.
0252IM
0252IN     MOVE 0      TO W-AR-SUB-LOC.
0252IO     MOVE 'N'    TO W-AR-SUB-BILL
0252IP                    W-AR-SUB-DELY.
0252IQ     MOVE SPACES TO W-AR-SUB-CIF-MAIL
0252IR                    W-AR-SUB-CIF-PHYS.
0252IS
0252IT     EXEC SQL
0252IU       SELECT D.LOC_ID
0252IV             ,D.BILL_ADDR_CD
0252IW             ,D.DELY_ADDR_CD
0252IX             ,D.CIF_MAIL_POSTC
0252IY             ,D.CIF_PHYS_POSTC
0252IZ         INTO :W-AR-SUB-LOC
0252I0             ,:W-AR-SUB-BILL
0252I1             ,:W-AR-SUB-DELY
0252I2             ,:W-AR-SUB-CIF-MAIL
0252I3             ,:W-AR-SUB-CIF-PHYS
0252I4         FROM CL.TCLF_CO_LOCN_ADDR A
0252I5             ,CL.TCLF_CO_LOCN_DTL  D
0252I6        WHERE A.CIF_ID             = :CLCSLALM-CIF-ID
0252I7          AND A.CIF_SUB_LOCN_SFX_C = :CLCSLALM-CIF-SUB-LOCN-SFX-C
0252I8          AND A.ADDR_EFF_TS       <= CURRENT TIMESTAMP
0252I9          AND A.EXP_TS            >= CURRENT TIMESTAMP
0252JA          AND D.LOC_ID             = A.CO_LOCN_N
0252JB          AND D.CO_LOCN_EFF_TS    <= CURRENT TIMESTAMP
0252JC          AND D.EXP_TS            >= CURRENT TIMESTAMP
0252JD        FETCH FIRST 1 ROW ONLY
0252JE     END-EXEC.
0252JF
0252JG     EVALUATE SQLCODE
0252JH       WHEN +0
0252JI         CONTINUE
0252JJ       WHEN +100
0252JK         MOVE 0      TO W-AR-SUB-LOC
0252JL         MOVE 'N'    TO W-AR-SUB-BILL
0252JM                        W-AR-SUB-DELY
0252JN         MOVE SPACES TO W-AR-SUB-CIF-MAIL
0252JO                        W-AR-SUB-CIF-PHYS
0252JP       WHEN OTHER
0252JQ         MOVE SQLCODE TO WD-SQL-CODE
0252JR         DISPLAY WD-SQL-CODE
0252JS             ' ERROR ON SELECT ROLE SUBLOCATION SIDE'
0252JT         PERFORM 1480-ROLE-CHECK-ERROR THRU 1480-EXIT
0252JU         GO TO 1460-EXIT
0252JV     END-EVALUATE.
0252JW
0252JX     EXEC SQL
0252JY       SELECT CIF_ID
0252JZ             ,BILL_ADDR_CD
0252J0             ,DELY_ADDR_CD
0252J1             ,PHYS_ADDR_1
0252J2             ,PHYS_POSTAL_C
0252J3             ,MAILING_POSTAL_C
0252J4             ,CIF_MAIL_POSTC
0252J5             ,CIF_PHYS_POSTC
0252J6         INTO :W-AR-TGT-CIF
0252J7             ,:W-AR-TGT-BILL
0252J8             ,:W-AR-TGT-DELY
0252J9             ,:W-AR-TGT-PHYS-ADDR
0252KA             ,:W-AR-TGT-PHYS-POSTAL
0252KB             ,:W-AR-TGT-MAIL-POSTAL
0252KC             ,:W-AR-TGT-CIF-MAIL
0252KD             ,:W-AR-TGT-CIF-PHYS
0252KE         FROM CL.TCLF_CO_LOCN_DTL
0252KF        WHERE LOC_ID          = :CLCSLALM-MERGE-LOC-ID
0252KG          AND CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
0252UH          AND EXP_TS         >= CURRENT TIMESTAMP
0252UI     END-EXEC.
0252UJ
0252UK     IF SQLCODE NOT = 0
0252UL       MOVE SQLCODE TO WD-SQL-CODE
0252UM       DISPLAY WD-SQL-CODE ' ERROR ON SELECT ROLE TARGET SIDE'
0252UN       PERFORM 1480-ROLE-CHECK-ERROR THRU 1480-EXIT
0252UO       GO TO 1460-EXIT
0252UP     END-IF.
0252UQ
0252UR* THE SUBLOCATION'S OWN LOCATION STAYS WITH THE CIF WHILE ANY
0252US* OTHER CURRENT ADDRESS STILL HANGS FROM IT - IT IS THEN NO
0252UT* LONGER LEFT OUT OF THE BILLING COUNT BELOW
0252UU     MOVE 0 TO W-AR-SUB-LEFT-CNT.
0252UV
0252UW     IF W-AR-SUB-LOC > 0
0252UX        AND W-AR-SUB-LOC NOT = CLCSLALM-MERGE-LOC-ID
0252UY       EXEC SQL
0252UZ         SELECT COUNT(*)
0252U0           INTO :W-AR-SUB-LEFT-CNT
0252U1           FROM CL.TCLF_CO_LOCN_ADDR
0252U2          WHERE CO_LOCN_N          = :W-AR-SUB-LOC
0252U3            AND ADDR_EFF_TS       <= CURRENT TIMESTAMP
0252U4            AND EXP_TS            >= CURRENT TIMESTAMP
0252U5            AND NOT (CIF_ID             = :CLCSLALM-CIF-ID
0252U6                 AND CIF_SUB_LOCN_SFX_C =
0252U7                                  :CLCSLALM-CIF-SUB-LOCN-SFX-C)
0252U8       END-EXEC
0252U9       IF SQLCODE NOT = 0
0252VA         MOVE SQLCODE TO WD-SQL-CODE
0252VB         DISPLAY WD-SQL-CODE
025ZDP             ' ERROR ON COUNT ROLE SUBLOCATION ADDRESSES'
0252VC         PERFORM 1480-ROLE-CHECK-ERROR THRU 1480-EXIT
0252VD         GO TO 1460-EXIT
0252VE       END-IF
0252VF     END-IF.
0252VG
0252VH     IF W-AR-SUB-LEFT-CNT > 0
0252VI       MOVE CLCSLALM-MERGE-LOC-ID TO W-AR-SUB-LOC
0252VJ     END-IF.
0252VK
0252VL* BILLING ADDRESSES LEFT ON THE CIF - EVERY OTHER CURRENT BILLING
0252VM* VERSION, PLUS THE SURVIVOR WHEN IT IS A BILLING ADDRESS
0252VN     MOVE 0 TO W-AR-BILL-CNT
0252VO               W-AR-CIF-VRSN-CNT.
0252VP
0252VQ     EXEC SQL
0252VR       SELECT COUNT(*)
0252VS             ,SUM(CASE WHEN BILL_ADDR_CD = 'Y' THEN 1 ELSE 0 END)
0252VT         INTO :W-AR-CIF-VRSN-CNT
0252VU             ,:W-AR-BILL-CNT:W-AR-NULL-IND
0252VV         FROM CL.TCLF_CO_LOCN_DTL
0252VW        WHERE CIF_ID          = :CLCSLALM-CIF-ID
0252VX          AND CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
0252VY          AND EXP_TS         >= CURRENT TIMESTAMP
0252VZ          AND LOC_ID         <> :CLCSLALM-MERGE-LOC-ID
0252V0          AND LOC_ID         <> :W-AR-SUB-LOC
0252V1     END-EXEC.
0252V2
0252V3     IF SQLCODE NOT = 0
0252V4       MOVE SQLCODE TO WD-SQL-CODE
0252V5       DISPLAY WD-SQL-CODE
025ZDQ           ' ERROR ON COUNT ROLE BILLING ADDRESSES'
0252V6       PERFORM 1480-ROLE-CHECK-ERROR THRU 1480-EXIT
0252V7       GO TO 1460-EXIT
0252V8     END-IF.
0252V9
0252WA     IF W-AR-NULL-IND < 0
0252WB       MOVE 0 TO W-AR-BILL-CNT
0252WC     END-IF.
0252WD
0252WE     ADD 1 TO W-AR-CIF-VRSN-CNT.
0252WF     IF W-AR-TGT-BILL = 'Y'
0252WG       ADD 1 TO W-AR-BILL-CNT
0252WH     END-IF.
0252WI
0252WJ     IF W-AR-BILL-CNT NOT = 1
0252WK       MOVE W-AR-BILL-CNT     TO W-AR-NUM-D
0252WL       MOVE W-AR-NUM-D        TO W-AR-VALUE-1
0252WM       MOVE W-AR-CIF-VRSN-CNT TO W-AR-NUM-D
0252WN       MOVE W-AR-NUM-D        TO W-AR-VALUE-2
0252WO       IF W-AR-BILL-CNT = 0
0252WP         MOVE 'BILL-NONE'    TO W-AR-REASON
0252WQ         MOVE 'CIF LEFT WITH NO BILLING ADDRESS'
0252WR           TO W-AR-TEXT
0252WS       ELSE
0252WT         MOVE 'BILL-MULTI'   TO W-AR-REASON
0252WU         MOVE 'CIF LEFT WITH MORE THAN ONE BILLING ADDR'
0252WV           TO W-AR-TEXT
0252WW       END-IF
0252WX       PERFORM 1470-ROLE-FINDING THRU 1470-EXIT
0252WY     END-IF.
0252WZ
0252W0* A BILLING TARGET CARRIED UNDER ANOTHER CIF LEAVES THAT CIF -
0252W1* IT MUST NOT TAKE THAT CIF'S ONLY BILLING ADDRESS WITH IT
0252W2     IF W-AR-TGT-BILL = 'Y'
0252W3        AND W-AR-TGT-CIF NOT = SPACES
0252W4        AND W-AR-TGT-CIF NOT = CLCSLALM-CIF-ID
0252W5       PERFORM 1465-CHECK-TARGET-CIF THRU 1465-EXIT
0252W6       IF W-AR-REASON = 'ERROR'
0252W7         GO TO 1460-EXIT
0252W8       END-IF
0252W9     END-IF.
0252XA
0252XB     IF (W-AR-TGT-DELY = 'Y' OR W-AR-SUB-DELY = 'Y')
0252XC        AND (W-AR-TGT-PHYS-ADDR   = SPACES
0252XD          OR W-AR-TGT-PHYS-POSTAL = SPACES)
0252XE       MOVE 'DELY-NO-PHYS'    TO W-AR-REASON
0252XF       MOVE 'DELIVERY ADDRESS WITH NO PHYSICAL ADDRESS'
0252XG         TO W-AR-TEXT
0252XH       MOVE W-AR-TGT-PHYS-ADDR(1:11) TO W-AR-VALUE-1
0252XI       MOVE W-AR-TGT-PHYS-POSTAL     TO W-AR-VALUE-2
0252XJ       PERFORM 1470-ROLE-FINDING THRU 1470-EXIT
0252XK     END-IF.
0252XL
0252XM* THE CIF'S OWN POSTAL CODES COME FROM THE SUBLOCATION'S SIDE
0252XN* WHEN IT HAS A LOCATION, OTHERWISE FROM THE TARGET
0252XO     IF W-AR-SUB-CIF-MAIL = SPACES
0252XP        AND W-AR-SUB-CIF-PHYS = SPACES
0252XQ       MOVE W-AR-TGT-CIF-MAIL TO W-AR-SUB-CIF-MAIL
0252XR       MOVE W-AR-TGT-CIF-PHYS TO W-AR-SUB-CIF-PHYS
0252XS     END-IF.
0252XT
0252XU     MOVE W-AR-SUB-CIF-MAIL    TO W-AR-CIF-POSTAL.
0252XV     MOVE W-AR-TGT-MAIL-POSTAL TO W-AR-LOC-POSTAL.
0252XW     PERFORM 1475-COMPARE-POSTAL THRU 1475-EXIT.
0252XX     IF W-AR-POSTAL-OK = 'N'
0252XY       MOVE 'MAIL-POSTC'      TO W-AR-REASON
0252XZ       MOVE 'CIF MAILING POSTAL DISAGREES WITH LOC'
0252X0         TO W-AR-TEXT
0252X1       MOVE W-AR-CIF-POSTAL   TO W-AR-VALUE-1
0252X2       MOVE W-AR-LOC-POSTAL   TO W-AR-VALUE-2
0252X3       PERFORM 1470-ROLE-FINDING THRU 1470-EXIT
0252X4     END-IF.
0252X5
0252X6     MOVE W-AR-SUB-CIF-PHYS    TO W-AR-CIF-POSTAL.
0252X7     MOVE W-AR-TGT-PHYS-POSTAL TO W-AR-LOC-POSTAL.
0252X8     PERFORM 1475-COMPARE-POSTAL THRU 1475-EXIT.
0252X9     IF W-AR-POSTAL-OK = 'N'
0252YA       MOVE 'PHYS-POSTC'      TO W-AR-REASON
0252YB       MOVE 'CIF PHYSICAL POSTAL DISAGREES WITH LOC'
0252YC         TO W-AR-TEXT
0252YD       MOVE W-AR-CIF-POSTAL   TO W-AR-VALUE-1
0252YE       MOVE W-AR-LOC-POSTAL   TO W-AR-VALUE-2
0252YF       PERFORM 1470-ROLE-FINDING THRU 1470-EXIT
0252YG     END-IF.
0252YH
0252YI 1460-DECIDE.
0252YJ
0252YK     IF W-CR-MERGE-STOPPED
0252YL        AND W-CR-OUTCOME NOT = W-AR-PRIOR-OUTCOME
0252YM       MOVE 'Y' TO W-AR-DECIDED-IND
0252YN     END-IF.
0252YO
0252YP     IF W-CR-MERGE-WARNED
0252YQ        AND W-AR-PRIOR-OUTCOME = SPACE
0252YR       ADD 1 TO W-AR-WARNED-CNT
0252YS     END-IF.
0252YT
0252YU 1460-EXIT.
0252YV      EXIT.
0252YW
0252YX******************************************************************
0252YY* 1465-CHECK-TARGET-CIF                                          *
0252YZ* THE TARGET IS A BILLING ADDRESS CARRIED UNDER A DIFFERENT CIF. *
0252Y0* THAT CIF IS LEFT WITHOUT A BILLING ADDRESS WHEN IT STILL HAS   *
0252Y3* OTHER CURRENT VERSIONS BUT NONE OF THEM BILLS.                 *
0252Y4******************************************************************
0252Y5
0252Y6 1465-CHECK-TARGET-CIF.
0252Y7
0252Y8     MOVE SPACES TO W-AR-REASON.
0252Y9     MOVE 0      TO W-AR-BILL-CNT
0252ZA                    W-AR-CIF-VRSN-CNT.
0252ZB
0252ZC     EXEC SQL
0252ZD       SELECT COUNT(*)
0252ZE             ,SUM(CASE WHEN BILL_ADDR_CD = 'Y' THEN 1 ELSE 0 END)
0252ZF         INTO :W-AR-CIF-VRSN-CNT
0252ZG             ,:W-AR-BILL-CNT:W-AR-NULL-IND
0252ZH         FROM CL.TCLF_CO_LOCN_DTL
0252ZI        WHERE CIF_ID          = :W-AR-TGT-CIF
0252ZJ          AND CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
0252ZK          AND EXP_TS         >= CURRENT TIMESTAMP
0252ZL          AND LOC_ID         <> :CLCSLALM-MERGE-LOC-ID
0252ZM     END-EXEC.
0252ZN
0252ZO     IF SQLCODE NOT = 0
0252ZP       MOVE SQLCODE TO WD-SQL-CODE
0252ZQ       DISPLAY WD-SQL-CODE ' ERROR ON COUNT TARGET CIF BILLING'
0252ZR       PERFORM 1480-ROLE-CHECK-ERROR THRU 1480-EXIT
0252ZS       MOVE 'ERROR' TO W-AR-REASON
0252ZT       GO TO 1465-EXIT
0252ZU     END-IF.
0252ZV
0252ZW     IF W-AR-NULL-IND < 0
0252ZX       MOVE 0 TO W-AR-BILL-CNT
0252ZY     END-IF.
0252ZZ
0252Z0     IF W-AR-CIF-VRSN-CNT > 0
0252Z1        AND W-AR-BILL-CNT = 0
0252Z2       MOVE 'BILL-TGT-CIF'    TO W-AR-REASON
0252Z3       MOVE 'TARGET CIF LOSES ITS ONLY BILLING ADDR'
0252Z4         TO W-AR-TEXT
0252Z5       MOVE W-AR-TGT-CIF      TO W-AR-VALUE-1
0252Z6       MOVE CLCSLALM-CIF-ID   TO W-AR-VALUE-2
0252Z7       PERFORM 1470-ROLE-FINDING THRU 1470-EXIT
0252Z8     END-IF.
0252Z9
025ZAA 1465-EXIT.
025ZAB      EXIT.
025ZAC
025ZAD******************************************************************
025ZAE* 1470-ROLE-FINDING                                              *
025ZAF* ONE ROLE CONDITION: THE ADDR ROLE REPORT LINE, THE REASON ON   *
025ZAG* THE DISPOSITION EXTRACT'S RULES LIST, AND THE MATCH OUTCOME    *
025ZAH* RAISED THE SAME WAY A FIRED MERGE-CONFLICT RULE RAISES IT.     *
025ZAI******************************************************************
025ZAJ
025ZAK 1470-ROLE-FINDING.
025ZAL
025ZAM     ADD 1 TO W-AR-FOUND-CNT.
025ZAN
025ZAO     EVALUATE W-AR-ACTION
025ZAP       WHEN 'BLOCK'
025ZAQ         MOVE 'B' TO W-CR-OUTCOME
025ZAR       WHEN 'HOLD'
025ZAS         IF NOT W-CR-MERGE-BLOCKED
025ZAT           MOVE 'H' TO W-CR-OUTCOME
025ZAU         END-IF
025ZAV       WHEN OTHER
025ZAW         IF W-CR-NO-CONFLICT
025ZAX           MOVE 'W' TO W-CR-OUTCOME
025ZAY         END-IF
025ZAZ     END-EVALUATE.
025ZA0
025ZA1     MOVE SPACES                      TO ROLE-CIF-ID.
025ZA2     MOVE CLCSLALM-CIF-ID             TO ROLE-CIF-ID(1:9).
025ZA3     MOVE '-'                         TO ROLE-CIF-ID(10:1).
025ZA4     MOVE CLCSLALM-CIF-SUB-LOCN-SFX-C TO ROLE-CIF-ID(11:4).
025ZA5     MOVE CLCSLALM-MERGE-LOC-ID       TO ROLE-LOC-ID.
025ZA6     MOVE W-AR-REASON                 TO ROLE-REASON.
025ZA7     MOVE W-AR-ACTION                 TO ROLE-ACTION.
025ZA8     MOVE W-AR-TEXT                   TO ROLE-TEXT.
025ZA9     MOVE W-AR-VALUE-1                TO ROLE-VALUE-1.
025ZBA     MOVE W-AR-VALUE-2                TO ROLE-VALUE-2.
025ZBB
025ZBC     WRITE OUTPUT-REPORT-REC FROM ROLE-DETAIL.
025ZBD
025ZBE     STRING W-AR-REASON        DELIMITED BY SPACE
025ZBF            ':'                DELIMITED BY SIZE
025ZBG            W-AR-ACTION        DELIMITED BY SPACE
025ZBH            ' '                DELIMITED BY SIZE
025ZBI       INTO W-CR-FIRED-LIST
025ZBJ       WITH POINTER W-CR-FIRED-PTR
025ZBK     END-STRING.
025ZBL
025ZBM 1470-EXIT.
025ZBN      EXIT.
025ZBO
025ZBP******************************************************************
025ZBQ* 1475-COMPARE-POSTAL                                            *
025ZBR* THE CIF'S POSTAL CODE AGAINST THE LOCATION'S, BOTH THROUGH     *
025ZBS* CLCADRSM SO A ZIP+4 WRITTEN WITH OR WITHOUT ITS HYPHEN, OR     *
025ZBT* AGAINST ITS OWN FIVE-DIGIT BASE, STILL AGREES.  A BLANK ON     *
025ZBU* EITHER SIDE HAS NOTHING TO DISAGREE WITH.                      *
025ZBV******************************************************************
025ZBW
025ZBX 1475-COMPARE-POSTAL.
025ZBY
025ZBZ     MOVE 'Y' TO W-AR-POSTAL-OK.
025ZB0
025ZB1     IF W-AR-CIF-POSTAL = SPACES
025ZB2        OR W-AR-LOC-POSTAL = SPACES
025ZB3       GO TO 1475-EXIT
025ZB4     END-IF.
025ZB5
025ZB6     MOVE SPACES          TO CLCADRSM-ADDR-IN
025ZB7                             CLCADRSM-CITY-IN
025ZB8                             CLCADRSM-ST-IN.
025ZB9     MOVE W-AR-CIF-POSTAL TO CLCADRSM-POSTAL-IN.
025ZCA     CALL W-CLCADRSM USING CLCADRSM-PARMS.
025ZCB     MOVE CLCADRSM-POSTAL-OUT  TO W-AR-STD-CIF-POSTAL.
025ZCC     MOVE CLCADRSM-POSTAL5-OUT TO W-AR-STD-CIF-POSTAL5.
025ZCD
025ZCE     MOVE SPACES          TO CLCADRSM-ADDR-IN
025ZCF                             CLCADRSM-CITY-IN
025ZCG                             CLCADRSM-ST-IN
025ZCH                             CLCADRSM-POSTAL-IN.
025ZCI     MOVE W-AR-LOC-POSTAL TO CLCADRSM-POSTAL-IN.
025ZCJ     CALL W-CLCADRSM USING CLCADRSM-PARMS.
025ZCK
025ZCL     IF CLCADRSM-POSTAL5-OUT NOT = W-AR-STD-CIF-POSTAL5
025ZCM       MOVE 'N' TO W-AR-POSTAL-OK
025ZCN       GO TO 1475-EXIT
025ZCO     END-IF.
025ZCP
025ZCQ* PAST THE FIVE-DIGIT BASE ONLY TWO FULL ZIP+4 CODES CAN DIFFER
025ZCR     IF CLCADRSM-POSTAL-OUT(6:4) NOT = SPACES
025ZCS        AND W-AR-STD-CIF-POSTAL(6:4) NOT = SPACES
025ZCT        AND CLCADRSM-POSTAL-OUT NOT = W-AR-STD-CIF-POSTAL
025ZCU       MOVE 'N' TO W-AR-POSTAL-OK
025ZCV     END-IF.
025ZCW
025ZCX 1475-EXIT.
025ZCY      EXIT.
025ZCZ
025ZC0******************************************************************
025ZC1* 1480-ROLE-CHECK-ERROR                                          *
025ZC2* A ROW THE ROLE CHECK NEEDS COULD NOT BE READ - THE MATCH IS    *
025ZC3* HELD FOR AN ANALYST RATHER THAN COMMITTED UNCHECKED, AS        *
025ZC4* 1440-RULE-CHECK-ERROR DOES FOR THE RULES.                      *
025ZC5******************************************************************
025ZC6
025ZC7 1480-ROLE-CHECK-ERROR.
025ZC8
025ZC9     IF NOT W-CR-MERGE-BLOCKED
025ZDA       MOVE 'H' TO W-CR-OUTCOME
025ZDB     END-IF.
025ZDC
025ZDD     STRING 'ROLE-CHECK-ERROR:HOLD ' DELIMITED BY SIZE
025ZDE       INTO W-CR-FIRED-LIST
025ZDF       WITH POINTER W-CR-FIRED-PTR
025ZDG     END-STRING.
025ZDH
025ZDI     IF W-CR-MERGE-HELD
025ZDJ        AND W-AR-PRIOR-OUTCOME NOT = 'H'
025ZDK       MOVE 'Y' TO W-AR-DECIDED-IND
025ZDL     END-IF.
025ZDM
025ZDN 1480-EXIT.
025ZDO      EXIT.
00252A
00252B******************************************************************
00252C* 1500-PROCESS-APPROVED                                          *
00253O       WHEN OTHER
00253P         PERFORM 1200-MERGE-ONE THRU 1200-EXIT
00253Q         EVALUATE TRUE
0025AA           WHEN W-CR-MERGE-BLOCKED
0025AB                AND W-AR-DECIDED
0025AC             ADD 1 TO W-PAIR-REJECT-CNT
0025AD             MOVE 'REJECTED'   TO PAIR-STATUS
0025AE             MOVE 'BLOCKED BY ADDRESS-ROLE CHECK'
0025AF               TO PAIR-REASON
0025UH           WHEN W-CR-MERGE-BLOCKED
0025UI             ADD 1 TO W-PAIR-REJECT-CNT
0025UJ             MOVE 'REJECTED'   TO PAIR-STATUS
0025UK             MOVE 'BLOCKED BY MERGE-CONFLICT RULE'
0025UL               TO PAIR-REASON
0025AG* IN DIRECTED MODE A HOLD ONLY COMES FROM A CHECK THAT COULD NOT
0025AH* READ ITS ROWS - THE PAIR IS BACK WITH THE ANALYSTS, NOT MERGED
0025AI           WHEN W-CR-MERGE-HELD
0025AJ             ADD 1 TO W-PAIR-REJECT-CNT
0025AK             MOVE 'REJECTED'   TO PAIR-STATUS
0025AL             MOVE 'HELD FOR REVIEW - MERGE CHECK COULD NOT RUN'
0025AM               TO PAIR-REASON
0253Q1           WHEN CLCSLALM-SUCCESSFUL
0253Q2                AND CLCSLALM-MERGE-LOC-ID = W-APR-LOC-ID
00253R             ADD 1 TO W-PAIR-ACCEPT-CNT
00254F
00254G 1500-EXIT.
00254H      EXIT.
0025AN
0025AO******************************************************************
0025AP* 1600-PROCESS-FEED                                              *
0025AQ* TRICKLE MODE: RUNS ONE CHANGE-FEED RECORD.  A RECORD OF A FEED *
0025AR* ALREADY APPLIED, A KEY ALREADY HANDLED TODAY, AND A KEY THAT   *
0025AS* IS NOT (OR NO LONGER) A CANDIDATE ARE COUNTED AND PASSED OVER; *
0025AT* EVERY OTHER KEY GOES THROUGH THE SAME SUPPRESSION CHECK AND    *
0025AU* MERGE PATH AS A NIGHTLY CANDIDATE.  THE FIRST RECORD OF A NEW  *
0025AV* FEED COMPLETES THE ONE BEFORE IT.                              *
0025AW******************************************************************
0025AX
0025AY 1600-PROCESS-FEED.
0025AZ
0025A0     ADD 1 TO W-TK-READ-CNT.
0025A1
0025A2     IF CHG-FEED-SEQ NOT NUMERIC
0025A3        OR CHG-CIF-ID  = SPACES
0025A4        OR CHG-CIF-SFX = SPACES
0025A5       ADD 1 TO W-TK-REJECT-CNT
0025A6       DISPLAY 'CLADRILD - CHANGE FEED RECORD REJECTED: '
0025A7           CHANGE-FEED-REC(1:23)
0025A8       GO TO 1600-NEXT
0025A9     END-IF.
0025BA
0025BB     IF CHG-FEED-SEQ = 0
0025BC       ADD 1 TO W-TK-REJECT-CNT
0025BD       DISPLAY 'CLADRILD - CHANGE FEED RECORD REJECTED: '
0025BE           CHANGE-FEED-REC(1:23)
0025BF       GO TO 1600-NEXT
0025BG     END-IF.
0025BH
0025BI* A FEED AT OR BELOW THE CONTROL ROW WAS APPLIED BY AN EARLIER RUN
0025BJ     IF CHG-FEED-SEQ NOT > W-TK-LAST-SEQ
0025BK       ADD 1 TO W-TK-REAPPLY-CNT
0025BL       GO TO 1600-NEXT
0025BM     END-IF.
0025BN
0025BO* CONCATENATED FEEDS MUST RUN IN ASCENDING ORDER - A LOWER FEED
0025BP* AFTER A HIGHER ONE WOULD BE LOST BEHIND THE CONTROL ROW
0025BQ     IF CHG-FEED-SEQ < W-TK-CURR-SEQ
0025BR       MOVE CHG-FEED-SEQ TO W-TK-SEQ-D
0025BS       DISPLAY 'CLADRILD - CHANGE FEED ' W-TK-SEQ-D
0025BT           ' OUT OF SEQUENCE - RUN STOPPED'
0025BU       MOVE 'Y' TO W-TK-STOP-IND
0025BV       MOVE 'Y' TO W-EOF
0025BW       GO TO 1600-EXIT
0025BX     END-IF.
0025BY
0025BZ     IF CHG-FEED-SEQ > W-TK-CURR-SEQ
0025B0       IF W-TK-CURR-SEQ > W-TK-LAST-SEQ
0025B1         PERFORM 1690-FEED-APPLIED THRU 1690-EXIT
0025B2         IF W-EOF = 'Y'
0025B3           GO TO 1600-EXIT
0025B4         END-IF
0025B5       END-IF
0025B6       MOVE CHG-FEED-SEQ TO W-TK-CURR-SEQ
0025B7       MOVE 0            TO W-TK-FEED-REC-CNT
0025B8     END-IF.
0025B9
0025CA     ADD 1 TO W-TK-FEED-REC-CNT.
0025CB
0025CC     IF NOT CHG-ADD
0025CD        AND NOT CHG-CHANGE
0025CE       ADD 1 TO W-TK-IGNORED-CNT
0025CF       GO TO 1600-NEXT
0025CG     END-IF.
0025CH
0025CI     MOVE CHG-CIF-ID  TO W-CIF-ID.
0025CJ     MOVE CHG-CIF-SFX TO W-CIF-SUB-LOCN-SFX-C.
0025CK
0025CL     PERFORM 1610-CHECK-HANDLED THRU 1610-EXIT.
0025CM     IF W-EOF = 'Y'
0025CN       GO TO 1600-EXIT
0025CO     END-IF.
0025CP     IF W-TK-KEY-CNT > 0
0025CQ       ADD 1 TO W-TK-HANDLED-CNT
0025CR       GO TO 1600-NEXT
0025CS     END-IF.
0025CT
0025CU     PERFORM 1620-CHECK-CANDIDATE THRU 1620-EXIT.
0025CV     IF W-EOF = 'Y'
0025CW       GO TO 1600-EXIT
0025CX     END-IF.
0025CY     IF W-TK-KEY-CNT = 0
0025CZ       ADD 1 TO W-TK-NOT-CAND-CNT
0025C0       GO TO 1600-NEXT
0025C1     END-IF.
0025C2
0025C3     ADD 1 TO W-PROCESSED-CNT.
0025C4
0025C5     PERFORM 1050-CHECK-SUPPRESSED THRU 1050-EXIT.
0025C6
0025C7     IF W-SUBLOC-SUPPRESSED
0025C8       ADD 1 TO W-SUPPRESSED-CNT
0025C9       PERFORM 1060-SUPPRESSED-EXTRACT THRU 1060-EXIT
0025DA     ELSE
0025DB       PERFORM 1200-MERGE-ONE THRU 1200-EXIT
0025DC     END-IF.
0025DD
0025DE     PERFORM 1630-RECORD-HANDLED THRU 1630-EXIT.
0025DF
0025DG     ADD 1 TO WS-FETCH-SINCE-CKPT.
0025DH     IF WS-FETCH-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
0025DI       PERFORM 0750-CHECKPOINT THRU 0750-EXIT
0025DJ     END-IF.
0025DK
0025DL     PERFORM 1100-CLEAR-VARIABLES THRU 1100-EXIT.
0025DM
0025DN 1600-NEXT.
0025DO
0025DP     PERFORM 0950-READ-FEED       THRU 0950-EXIT.
0025DQ
0025DR 1600-EXIT.
0025DS      EXIT.
0025DT
0025DU******************************************************************
0025DV* 1610-CHECK-HANDLED                                             *
0025DW* COUNTS TODAY'S HANDLED-KEY ROWS FOR THE CIF-ID/SFX.  A LOOKUP  *
0025DX* THAT FAILS STOPS THE RUN SHORT OF THE FEED, SO THE FEED IS     *
0025DY* APPLIED AGAIN BY THE NEXT RUN RATHER THAN DOUBLE-PROCESSED     *
0025IK* NOW.                                                           *
0025DZ******************************************************************
0025D0
0025D1 1610-CHECK-HANDLED.
0025D2
0025D3     MOVE 0 TO W-TK-KEY-CNT.
0025D4
0025D5     EXEC SQL
0025D6       SELECT COUNT(*)
0025D7         INTO :W-TK-KEY-CNT
0025D8         FROM CL.TCLADRILD_TRKL_KEY
0025D9        WHERE RUN_DT     = :W-TK-RUN-DT
0025EA          AND CIF_ID     = :W-CIF-ID
0025EB          AND CIF_SUB_CD = :W-CIF-SUB-LOCN-SFX-C
0025EC     END-EXEC.
0025ED
0025EE     IF SQLCODE NOT = 0
0025EF       MOVE 'Y' TO W-EOF
0025EG       MOVE 'Y' TO W-SQL-FAIL-IND
0025EH       MOVE SQLCODE TO WD-SQL-CODE
0025EI       DISPLAY WD-SQL-CODE ' ERROR ON HANDLED-KEY LOOKUP'
0025EJ     END-IF.
0025EK
0025EL 1610-EXIT.
0025EM      EXIT.
0025EN
0025EO******************************************************************
0025EP* 1620-CHECK-CANDIDATE                                           *
0025EQ* THE FEED SAYS A ROW CHANGED, NOT THAT IT IS A CANDIDATE.  THE  *
0025ER* KEY IS HELD TO THE SAME TEST AS THE SUBLOCATION CURSOR - A     *
0025ES* CURRENT SUBLOCATION ADDRESS ON AN APPROVED CIF DETAIL, NOT YET *
0025ET* A LOCATION OF ITS OWN - BEFORE IT GOES NEAR THE MATCHER.       *
0025EU******************************************************************
0025EV
0025EW 1620-CHECK-CANDIDATE.
0025EX
0025EY     MOVE 0 TO W-TK-KEY-CNT.
0025EZ
0025E0     EXEC SQL
0025E1       SELECT COUNT(*)
0025E2         INTO :W-TK-KEY-CNT
0025E3         FROM CL.TCLF_CO_LOCN_ADDR A
0025E4             ,CL.TCLF_CO_CIF_DTL B
0025E5        WHERE A.CIF_ID             = :W-CIF-ID
0025E6          AND A.CIF_SUB_LOCN_SFX_C = :W-CIF-SUB-LOCN-SFX-C
0025E7          AND A.CO_LOCN_N          = B.LOC_ID
0025E8          AND B.CIF_APP_CD         = 'Y'
0025E9          AND (A.CIF_SUB_LOCN_SFX_C > '    ' AND
0025FA               A.CIF_SUB_LOCN_SFX_C > '0000'  )
0025FB          AND A.ADDR_EFF_TS       <= :W-TIMESTAMP
0025FC          AND A.EXP_TS            >= :W-TIMESTAMP
0025FD          AND B.CO_LOCN_EFF_TS    <= :W-TIMESTAMP
0025FE          AND B.EXP_TS            >= :W-TIMESTAMP
0025FF          AND NOT EXISTS
0025FG               (SELECT C.LOC_ID
0025FH                  FROM CL.TCLF_CO_LOCN_DTL C
0025FI                 WHERE C.CIF_ID          = A.CIF_ID
0025FJ                   AND C.CIF_SUB_CD      = A.CIF_SUB_LOCN_SFX_C
0025FK                   AND C.CO_LOCN_EFF_TS <= :W-TIMESTAMP
0025FL                   AND C.EXP_TS         >= :W-TIMESTAMP)
0025FM     END-EXEC.
0025FN
0025FO     IF SQLCODE NOT = 0
0025FP       MOVE 'Y' TO W-EOF
0025FQ       MOVE 'Y' TO W-SQL-FAIL-IND
0025FR       MOVE SQLCODE TO WD-SQL-CODE
0025FS       DISPLAY WD-SQL-CODE ' ERROR ON TRICKLE CANDIDATE CHECK'
0025FT     END-IF.
0025FU
0025FV 1620-EXIT.
0025FW      EXIT.
0025FX
0025FY******************************************************************
0025FZ* 1630-RECORD-HANDLED                                            *
0025F0* MARKS THE KEY HANDLED FOR TODAY WITH THE DISPOSITION IT GOT.   *
0025F1* A DB2-CONNECT FAILURE IS NOT AN OUTCOME, SO THAT KEY IS LEFT   *
0025F2* UNMARKED FOR THE NEXT RUN TO TRY.  A SIMULATE RUN MARKS        *
0025IJ* NOTHING.                                                       *
0025F3******************************************************************
0025F4
0025F5 1630-RECORD-HANDLED.
0025F6
0025F7     IF WS-SIMULATE-MODE
0025F8        OR W-DX-DISPOSITION = 'DB2-CONNECT'
0025F9       GO TO 1630-EXIT
0025GA     END-IF.
0025GB
0025GC     EXEC SQL
0025GD       INSERT INTO CL.TCLADRILD_TRKL_KEY
0025GE       (RUN_DT, CIF_ID, CIF_SUB_CD, FEED_SEQ, DISPOSITION,
0025GF        HANDLED_TS, RUN_ID)
0025GG       VALUES
0025GH       (:W-TK-RUN-DT, :W-CIF-ID, :W-CIF-SUB-LOCN-SFX-C,
0025GI        :W-TK-CURR-SEQ, :W-DX-DISPOSITION,
0025GJ        CURRENT TIMESTAMP, :W-RUN-ID)
0025GK     END-EXEC.
0025GL
0025GM     EVALUATE SQLCODE
0025GN       WHEN +0
0025GO       WHEN -803
0025GP         CONTINUE
0025GQ       WHEN OTHER
0025GR         MOVE SQLCODE TO WD-SQL-CODE
0025GS         DISPLAY WD-SQL-CODE ' ERROR ON HANDLED-KEY INSERT'
0025GT     END-EVALUATE.
0025GU
0025GV 1630-EXIT.
0025GW      EXIT.
0025GX
0025GY******************************************************************
0025GZ* 1690-FEED-APPLIED                                              *
0025G0* EVERY RECORD OF THE CURRENT FEED HAS BEEN THROUGH - ADVANCE    *
0025G1* THE CONTROL ROW TO IT AND COMMIT, SO THE FEED'S LAST MERGES    *
0025G2* AND THE CONTROL ROW BECOME DURABLE TOGETHER.  A CONTROL ROW    *
0025G3* THAT CANNOT BE WRITTEN STOPS THE RUN.                          *
0025G4******************************************************************
0025G5
0025G6 1690-FEED-APPLIED.
0025G7
0025G8     MOVE W-TK-CURR-SEQ TO W-TK-SEQ-D.
0025G9
0025HA     IF WS-SIMULATE-MODE
0025HB       GO TO 1690-COUNT
0025HC     END-IF.
0025HD
0025HE     EXEC SQL
0025HF       UPDATE CL.TCLADRILD_FEED_CTL
0025HG          SET LAST_FEED_SEQ   = :W-TK-CURR-SEQ
0025HH             ,LAST_APPLIED_TS = CURRENT TIMESTAMP
0025HI             ,LAST_RUN_ID     = :W-RUN-ID
0025HJ        WHERE FEED_NM = :W-TK-FEED-NM
0025HK     END-EXEC.
0025HL
0025HM     IF SQLCODE = +100
0025HN       EXEC SQL
0025HO         INSERT INTO CL.TCLADRILD_FEED_CTL
0025HP         (FEED_NM, LAST_FEED_SEQ, LAST_APPLIED_TS, LAST_RUN_ID)
0025HQ         VALUES
0025HR         (:W-TK-FEED-NM, :W-TK-CURR-SEQ, CURRENT TIMESTAMP,
0025HS          :W-RUN-ID)
0025HT       END-EXEC
0025HU     END-IF.
0025HV
0025HW     IF SQLCODE NOT = 0
0025HX       MOVE 'Y' TO W-EOF
0025HY       MOVE 'Y' TO W-SQL-FAIL-IND
0025HZ       MOVE SQLCODE TO WD-SQL-CODE
0025H0       DISPLAY WD-SQL-CODE ' ERROR ON FEED CONTROL UPDATE, FEED '
0025H1           W-TK-SEQ-D
0025H2       GO TO 1690-EXIT
0025H3     END-IF.
0025H4
0025H5     EXEC SQL
0025H6       COMMIT
0025H7     END-EXEC.
0025H8
0025H9 1690-COUNT.
0025IA
0025IB     MOVE W-TK-CURR-SEQ TO W-TK-LAST-SEQ.
0025IC     ADD 1 TO W-TK-FEEDS-CNT.
0025ID     MOVE W-TK-FEED-REC-CNT TO W-TK-READ-CNT-D.
0025IE     DISPLAY 'CLADRILD - CHANGE FEED ' W-TK-SEQ-D ' APPLIED, '
0025IF         W-TK-READ-CNT-D ' RECORDS'.
0025IG
0025IH 1690-EXIT.
0025II      EXIT.

002521****************************************************************** 
002522* 1100-CLEAR-VARIABLES                                           * 
002542                    WO-PATRON
002543                    WO-HIER-BREAK
02543A                    WO-SPLC-FLAG
0254UM                    W-CR-FIRED-LIST
002544                    WO-ERROR-MESSAGE
002545                    CLCSLALM-LOC-NME                               
002546                    CLCSLALM-CUST-633-ID                           
002767     MOVE W-TIMESTAMP                 TO AUD-TIMESTAMP.
002768     MOVE 'CLADRILD'                  TO AUD-PROGRAM.
02768A     MOVE W-RUN-ID                    TO AUD-RUN-ID.
0276AA     SET  AUD-MERGE-REC               TO TRUE.

002769     WRITE AUDIT-FILE-REC.

02785C* 2300-WRITE-DISP-EXTRACT                                        *
02785D* WRITES ONE PIPE-DELIMITED RECORD PER CANDIDATE PROCESSED:      *
02785E* CIF-ID|SFX|DISPOSITION|LOC-ID|CO-ID|CDI|SSI|ISA|PATRON|RUN-TS  *
0278XI* |RUN-ID|RULES - RULES LISTS EACH MERGE-CONFLICT RULE FIRED AS  *
0278XJ* COLUMN:ACTION, AND EACH ADDRESS-ROLE CONDITION AS              *
027ZBO* REASON:ACTION, BLANK WHEN NONE FIRED.                          *
02785F* LOC-ID/CO-ID AND THE INDICATOR COLUMNS ARE ONLY POPULATED ON   *
02785G* A MERGE - THE INDICATOR LOOKUPS ARE PRICED PER MERGED ROW IN   *
02785H* 2000-REPORT AND ARE NOT RE-RUN FOR FAILED CANDIDATES.          *
02785P
02785Q     IF CLCSLALM-SUCCESSFUL
0278Q1       EVALUATE TRUE
027ZBK         WHEN W-CR-MERGE-BLOCKED AND W-AR-DECIDED
027ZBL           MOVE 'BLOCKED-ADDR-ROLE' TO W-DX-DISPOSITION
027ZBM         WHEN W-CR-MERGE-HELD AND W-AR-DECIDED
027ZBN           MOVE 'HELD-ADDR-ROLE'    TO W-DX-DISPOSITION
0278XK         WHEN W-CR-MERGE-BLOCKED
0278XL           MOVE 'BLOCKED-BY-RULE'  TO W-DX-DISPOSITION
0278XM         WHEN W-CR-MERGE-HELD
0278XN           MOVE 'HELD-BY-RULE'     TO W-DX-DISPOSITION
0278Q2         WHEN W-MC-MERGED-VIA-CHAIN AND WS-SIMULATE-MODE
0278Q3           MOVE 'MERGED-MRGR-SIM'  TO W-DX-DISPOSITION
0278Q4         WHEN W-MC-MERGED-VIA-CHAIN
027876            W-TIMESTAMP                     DELIMITED BY SIZE
0278X1            '|'                             DELIMITED BY SIZE
0278X2            W-RUN-ID                        DELIMITED BY SIZE
0278XO            '|'                             DELIMITED BY SIZE
0278XP            W-CR-FIRED-LIST                 DELIMITED BY SIZE
027877       INTO W-DX-LINE
027878     END-STRING.
027879
0278ED
0278EE 2520-EXIT.
0278EF      EXIT.
0278A0
0278FM******************************************************************
0278FN* 2600-WRITE-DELTA                                               *
0278FO* FIELD-LEVEL DELTA FOR ONE COMMITTED MERGE.  THE TARGET'S       *
0278FP* VERSION THE MERGE EXPIRED (THE ONE CLADRULD WOULD RESTORE) IS  *
0278FQ* THE OLD IMAGE, THE MERGED VERSION NOW CURRENT UNDER THE SAME   *
0278FR* LOC-ID (AFTER THE NLOC CARRY) IS THE NEW IMAGE.  A TARGET WITH *
0278FS* NO EARLIER VERSION HAS NOTHING TO COMPARE AGAINST.  A READ     *
0278FT* FAILURE LOSES ONLY THE DELTA, NEVER THE MERGE.                 *
0278FU******************************************************************
0278FV
0278FW 2600-WRITE-DELTA.
0278FX
0278FY     MOVE SPACES TO CLF0060C-REC-DIFFERENCES.
0278FZ     MOVE 1      TO W-DL-PTR.
0278F0     MOVE 'N'    TO W-DL-FOUND.
0278GB     INITIALIZE CLF0060-REC.
0278GC
0278GD     EXEC SQL
0278GE       OPEN DLTAOLD
0278GF     END-EXEC.
0278GG
0278GH     IF SQLCODE NOT = 0
0278GI       MOVE SQLCODE TO WD-SQL-CODE
0278GJ       DISPLAY WD-SQL-CODE ' ERROR ON OPEN DLTAOLD'
0278GK       GO TO 2600-EXIT
0278GL     END-IF.
0278GM
0278GN     EXEC SQL
0278GO       FETCH DLTAOLD
0278GP        INTO :CLF0060-REC:W-DL-IND
0278GQ     END-EXEC.
0278GR
0278GS     EVALUATE SQLCODE
0278GT       WHEN +0
0278GU         MOVE 'Y' TO W-DL-FOUND
0278GV       WHEN +100
0278GW         CONTINUE
0278GX       WHEN OTHER
0278GY         MOVE SQLCODE TO WD-SQL-CODE
0278GZ         DISPLAY WD-SQL-CODE ' ERROR ON FETCH DLTAOLD'
0278G0     END-EVALUATE.
0278HJ
0278HK     EXEC SQL
0278HL       CLOSE DLTAOLD
0278HM     END-EXEC.
0278HN
0278HO     IF W-DL-FOUND = 'N'
0278HP       GO TO 2600-EXIT
0278HQ     END-IF.
0278HR
0278HS     PERFORM 2605-CLEAR-NULL-PARENTS THRU 2605-EXIT.
0278HT     MOVE CLF0060-REC TO CLF0060C-REC.
0278HU     INITIALIZE CLF0060-REC.
0278HV
0278HW     EXEC SQL
0278HX       SELECT LOC_ID
0278HY             ,CO_LOCN_EFF_TS
0278HZ             ,ULT_PRNT_CO_LOCN_N
0278H0             ,IMD_PRNT_CO_LOCN_N
0278I0             ,NMFTA_SPL_C
0278JE             ,NMFTA_SPL_SFX_C
0278JF             ,EXP_TS
0278JG             ,LST_MAINT_TS
0278JH             ,LST_MAINT_USER_ID
0278JI             ,LOC_NM
0278JJ             ,MAILING_ADV_BAR_C
0278JK             ,MAILING_CHK_DIGIT
0278JL             ,BOL_FAX_BK_N
0278JM             ,BOL_FAX_CNFRM_TXT
0278JN             ,BOL_FAX_CNFRM_C
0278JO             ,BOL_RELS_C
0278JP             ,BL_WC_EDI_IND
0278JQ             ,RLINC_CUST_EDI_ID
0278JR             ,DIALIN_CUST_EDI_ID
0278JS             ,CORP_TP_C
0278JT             ,INFO_SRC_C
0278JU             ,MAINT_RSN_C
0278JV             ,PHYS_SRVC_C
0278JW             ,BS_STAT_C
0278JX             ,COMMENTS
0278JY             ,CO_ID
0278JZ             ,CUST_633_ID
0278J0             ,CUST_CITY_333_C
0278KA             ,CUST_ST_C
0278KB             ,TRAFF_ACCT_N
0278KC             ,MAILING_CNTRY_C
0278KD             ,MAILING_ST_PRVNC_C
0278KE             ,MAILING_CNTY_NM
0278KF             ,MAILING_CITY
0278KG             ,MAILING_POSTAL_C
0278KH             ,MAILING_ADDR_1
0278KI             ,MAILING_ADDR_2
0278KJ             ,MAILING_ADDR_3
0278KK             ,PHYS_CNTRY_C
0278KL             ,PHYS_ST_PRVNC_C
0278KM             ,PHYS_CNTY_NM
0278KN             ,PHYS_CITY
0278KO             ,PHYS_POSTAL_C
0278KP             ,PHYS_ADDR_1
0278KQ             ,PHYS_ADDR_2
0278KR             ,PHYS_ADDR_3
0278KS             ,CIF_ID
0278KT             ,CIF_ID_TP_C
0278KU             ,MRGR_CIF_N
0278KV             ,TEMP_PERM_C
0278KW             ,CIF_ULT_PRNT_N
0278KX             ,CIF_IMD_PRNT_N
0278KY             ,ARI_LST_MAINT_DT
0278KZ             ,ARI_EFF_DT
0278K0             ,ARI_EXP_DT
0278K1             ,NLOC_LOC_ID
0278K2             ,NLOC_CIF_ID
0278K3             ,CIF_DOM_PRNT_N
0278K4             ,CIF_TAX_ID_QLF
0278K5             ,CIF_TAX_ID
0278K6             ,CIF_MAIL_POSTC
0278K7             ,CIF_PHYS_POSTC
0278K8             ,CIF_CMNT
0278K9             ,DBA_NME_CD
0278LA             ,BILL_ADDR_CD
0278LB             ,DELY_ADDR_CD
0278LC             ,CIF_SUB_CD
0278LD             ,NLOC_CIF_SUB_CD
0278LE         INTO :CLF0060-REC:W-DL-IND
0278LF         FROM CL.TCLF_CO_LOCN_DTL
0278LG        WHERE LOC_ID          = :CLCSLALM-MERGE-LOC-ID
0278LH          AND CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
0278LI          AND EXP_TS         >= CURRENT TIMESTAMP
0278LJ     END-EXEC.
0278LK
0278LL     IF SQLCODE NOT = 0
0278LM       MOVE SQLCODE TO WD-SQL-CODE
0278LN       DISPLAY WD-SQL-CODE ' ERROR ON SELECT DELTA NEW VERSION'
0278LO       GO TO 2600-EXIT
0278LP     END-IF.
0278LQ
0278LR     PERFORM 2605-CLEAR-NULL-PARENTS THRU 2605-EXIT.
0278LS     PERFORM 2610-COMPARE-VERSIONS   THRU 2610-EXIT.
0278LT
0278LU 2600-EXIT.
0278LV      EXIT.
0278LW
0278LX******************************************************************
0278LY* 2605-CLEAR-NULL-PARENTS                                        *
0278LZ* A NULL PARENT LOCATION ON THE ROW JUST FETCHED INTO            *
0278L0* CLF0060-REC IS CARRIED AS ZERO, THE SAME "NO PARENT" THE       *
027ZBP* REPORTS SHOW.                                                  *
0278L1******************************************************************
0278L2
0278L3 2605-CLEAR-NULL-PARENTS.
0278L4
0278L5     IF W-DL-IND(3) < 0
0278L6       MOVE 0 TO ULT-PRNT-CO-LOCN-N OF CLF0060-REC
0278L7     END-IF.
0278L8
0278L9     IF W-DL-IND(4) < 0
0278MA       MOVE 0 TO IMD-PRNT-CO-LOCN-N OF CLF0060-REC
0278MB     END-IF.
0278MC
0278MD 2605-EXIT.
0278ME      EXIT.
0278MF
0278MG******************************************************************
0278MH* 2610-COMPARE-VERSIONS                                          *
0278MI* ONE COMPARISON PER BUSINESS COLUMN, OLD IMAGE IN CLF0060C-REC, *
0278MJ* NEW IMAGE IN CLF0060-REC.  NUMERIC COLUMNS ARE EDITED TO       *
0278MK* DISPLAY DIGITS SO THE DELTA FILE IS ALL CHARACTER DATA.        *
0278ML******************************************************************
0278MM
0278MN 2610-COMPARE-VERSIONS.
0278B0
0278MO     MOVE 'ULT_PRNT_CO_LOCN_N' TO W-DL-COL-NM.
0278MP     MOVE ULT-PRNT-CO-LOCN-N OF CLF0060C-REC TO W-DL-NUM.
0278MQ     MOVE W-DL-NUM TO W-DL-OLD.
0278MR     MOVE ULT-PRNT-CO-LOCN-N OF CLF0060-REC  TO W-DL-NUM.
0278MS     MOVE W-DL-NUM TO W-DL-NEW.
0278MT     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278MU
0278MV     MOVE 'IMD_PRNT_CO_LOCN_N' TO W-DL-COL-NM.
0278MW     MOVE IMD-PRNT-CO-LOCN-N OF CLF0060C-REC TO W-DL-NUM.
0278MX     MOVE W-DL-NUM TO W-DL-OLD.
0278MY     MOVE IMD-PRNT-CO-LOCN-N OF CLF0060-REC  TO W-DL-NUM.
0278MZ     MOVE W-DL-NUM TO W-DL-NEW.
0278M0     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278M5
0278M6     MOVE 'NMFTA_SPL_C'        TO W-DL-COL-NM.
0278M7     MOVE NMFTA-SPL-C OF CLF0060C-REC TO W-DL-OLD.
0278M8     MOVE NMFTA-SPL-C OF CLF0060-REC  TO W-DL-NEW.
0278M9     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278NA
0278NB     MOVE 'NMFTA_SPL_SFX_C'    TO W-DL-COL-NM.
0278NC     MOVE NMFTA-SPL-SFX-C OF CLF0060C-REC TO W-DL-OLD.
0278ND     MOVE NMFTA-SPL-SFX-C OF CLF0060-REC  TO W-DL-NEW.
0278NE     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278NF
0278NG     MOVE 'LOC_NM'             TO W-DL-COL-NM.
0278NH     MOVE LOC-NM OF CLF0060C-REC TO W-DL-OLD.
0278NI     MOVE LOC-NM OF CLF0060-REC  TO W-DL-NEW.
0278NJ     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278NK
0278NL     MOVE 'MAILING_ADV_BAR_C'  TO W-DL-COL-NM.
0278NM     MOVE MAILING-ADV-BAR-C OF CLF0060C-REC TO W-DL-OLD.
0278NN     MOVE MAILING-ADV-BAR-C OF CLF0060-REC  TO W-DL-NEW.
0278NO     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278NP
0278NQ     MOVE 'MAILING_CHK_DIGIT'  TO W-DL-COL-NM.
0278NR     MOVE MAILING-CHK-DIGIT OF CLF0060C-REC TO W-DL-OLD.
0278NS     MOVE MAILING-CHK-DIGIT OF CLF0060-REC  TO W-DL-NEW.
0278NT     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278NU
0278NV     MOVE 'BOL_FAX_BK_N'       TO W-DL-COL-NM.
0278NW     MOVE BOL-FAX-BK-N OF CLF0060C-REC TO W-DL-OLD.
0278NX     MOVE BOL-FAX-BK-N OF CLF0060-REC  TO W-DL-NEW.
0278NY     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278NZ
0278N0     MOVE 'BOL_FAX_CNFRM_TXT'  TO W-DL-COL-NM.
0278OA     MOVE BOL-FAX-CNFRM-TXT OF CLF0060C-REC TO W-DL-OLD.
0278OB     MOVE BOL-FAX-CNFRM-TXT OF CLF0060-REC  TO W-DL-NEW.
0278OC     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278OD
0278OE     MOVE 'BOL_FAX_CNFRM_C'    TO W-DL-COL-NM.
0278OF     MOVE BOL-FAX-CNFRM-C OF CLF0060C-REC TO W-DL-OLD.
0278OG     MOVE BOL-FAX-CNFRM-C OF CLF0060-REC  TO W-DL-NEW.
0278OH     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278OI
0278OJ     MOVE 'BOL_RELS_C'         TO W-DL-COL-NM.
0278OK     MOVE BOL-RELS-C OF CLF0060C-REC TO W-DL-OLD.
0278OL     MOVE BOL-RELS-C OF CLF0060-REC  TO W-DL-NEW.
0278OM     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278ON
0278OO     MOVE 'BL_WC_EDI_IND'      TO W-DL-COL-NM.
0278OP     MOVE BL-WC-EDI-IND OF CLF0060C-REC TO W-DL-OLD.
0278OQ     MOVE BL-WC-EDI-IND OF CLF0060-REC  TO W-DL-NEW.
0278OR     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278OS
0278OT     MOVE 'RLINC_CUST_EDI_ID'  TO W-DL-COL-NM.
0278OU     MOVE RLINC-CUST-EDI-ID OF CLF0060C-REC TO W-DL-OLD.
0278OV     MOVE RLINC-CUST-EDI-ID OF CLF0060-REC  TO W-DL-NEW.
0278OW     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278OX
0278OY     MOVE 'DIALIN_CUST_EDI_ID' TO W-DL-COL-NM.
0278OZ     MOVE DIALIN-CUST-EDI-ID OF CLF0060C-REC TO W-DL-OLD.
0278O0     MOVE DIALIN-CUST-EDI-ID OF CLF0060-REC  TO W-DL-NEW.
0278O7     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278O8
0278O9     MOVE 'CORP_TP_C'          TO W-DL-COL-NM.
0278PA     MOVE CORP-TP-C OF CLF0060C-REC TO W-DL-OLD.
0278PB     MOVE CORP-TP-C OF CLF0060-REC  TO W-DL-NEW.
0278PC     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278PD
0278PE     MOVE 'INFO_SRC_C'         TO W-DL-COL-NM.
0278PF     MOVE INFO-SRC-C OF CLF0060C-REC TO W-DL-OLD.
0278PG     MOVE INFO-SRC-C OF CLF0060-REC  TO W-DL-NEW.
0278PH     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278PI
0278PJ     MOVE 'MAINT_RSN_C'        TO W-DL-COL-NM.
0278PK     MOVE MAINT-RSN-C OF CLF0060C-REC TO W-DL-OLD.
0278PL     MOVE MAINT-RSN-C OF CLF0060-REC  TO W-DL-NEW.
0278PM     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278PN
0278PO     MOVE 'PHYS_SRVC_C'        TO W-DL-COL-NM.
0278PP     MOVE PHYS-SRVC-C OF CLF0060C-REC TO W-DL-OLD.
0278PQ     MOVE PHYS-SRVC-C OF CLF0060-REC  TO W-DL-NEW.
0278PR     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278PS
0278PT     MOVE 'BS_STAT_C'          TO W-DL-COL-NM.
0278PU     MOVE BS-STAT-C OF CLF0060C-REC TO W-DL-OLD.
0278PV     MOVE BS-STAT-C OF CLF0060-REC  TO W-DL-NEW.
0278PW     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278PX
0278PY     MOVE 'COMMENTS'           TO W-DL-COL-NM.
0278PZ     MOVE COMMENTS OF CLF0060C-REC TO W-DL-OLD.
0278P0     MOVE COMMENTS OF CLF0060-REC  TO W-DL-NEW.
0278P1     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278P2
0278P3     MOVE 'CO_ID'              TO W-DL-COL-NM.
0278P4     MOVE CO-ID OF CLF0060C-REC TO W-DL-NUM.
0278P5     MOVE W-DL-NUM TO W-DL-OLD.
0278P6     MOVE CO-ID OF CLF0060-REC  TO W-DL-NUM.
0278P7     MOVE W-DL-NUM TO W-DL-NEW.
0278P8     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278P9
0278QA     MOVE 'CUST_633_ID'        TO W-DL-COL-NM.
0278QB     MOVE CUST-633-ID OF CLF0060C-REC TO W-DL-OLD.
0278QC     MOVE CUST-633-ID OF CLF0060-REC  TO W-DL-NEW.
0278QD     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278QE
0278QF     MOVE 'CUST_CITY_333_C'    TO W-DL-COL-NM.
0278QG     MOVE CUST-CITY-333-C OF CLF0060C-REC TO W-DL-OLD.
0278QH     MOVE CUST-CITY-333-C OF CLF0060-REC  TO W-DL-NEW.
0278QI     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278QJ
0278QK     MOVE 'CUST_ST_C'          TO W-DL-COL-NM.
0278QL     MOVE CUST-ST-C OF CLF0060C-REC TO W-DL-OLD.
0278QM     MOVE CUST-ST-C OF CLF0060-REC  TO W-DL-NEW.
0278QN     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278QO
0278QP     MOVE 'TRAFF_ACCT_N'       TO W-DL-COL-NM.
0278QQ     MOVE TRAFF-ACCT-N OF CLF0060C-REC TO W-DL-OLD.
0278QR     MOVE TRAFF-ACCT-N OF CLF0060-REC  TO W-DL-NEW.
0278QS     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278QT
0278QU     MOVE 'MAILING_CNTRY_C'    TO W-DL-COL-NM.
0278QV     MOVE MAILING-CNTRY-C OF CLF0060C-REC TO W-DL-OLD.
0278QW     MOVE MAILING-CNTRY-C OF CLF0060-REC  TO W-DL-NEW.
0278QX     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278QY
0278QZ     MOVE 'MAILING_ST_PRVNC_C' TO W-DL-COL-NM.
0278Q0     MOVE MAILING-ST-PRVNC-C OF CLF0060C-REC TO W-DL-OLD.
0278Q6     MOVE MAILING-ST-PRVNC-C OF CLF0060-REC  TO W-DL-NEW.
0278Q7     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278Q8
0278Q9     MOVE 'MAILING_CNTY_NM'    TO W-DL-COL-NM.
0278RA     MOVE MAILING-CNTY-NM OF CLF0060C-REC TO W-DL-OLD.
0278RB     MOVE MAILING-CNTY-NM OF CLF0060-REC  TO W-DL-NEW.
0278RC     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278RD
0278RE     MOVE 'MAILING_CITY'       TO W-DL-COL-NM.
0278RF     MOVE MAILING-CITY OF CLF0060C-REC TO W-DL-OLD.
0278RG     MOVE MAILING-CITY OF CLF0060-REC  TO W-DL-NEW.
0278RH     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278RI
0278RJ     MOVE 'MAILING_POSTAL_C'   TO W-DL-COL-NM.
0278RK     MOVE MAILING-POSTAL-C OF CLF0060C-REC TO W-DL-OLD.
0278RL     MOVE MAILING-POSTAL-C OF CLF0060-REC  TO W-DL-NEW.
0278RM     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278RN
0278RO     MOVE 'MAILING_ADDR_1'     TO W-DL-COL-NM.
0278RP     MOVE MAILING-ADDR-1 OF CLF0060C-REC TO W-DL-OLD.
0278RQ     MOVE MAILING-ADDR-1 OF CLF0060-REC  TO W-DL-NEW.
0278RR     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278RS
0278RT     MOVE 'MAILING_ADDR_2'     TO W-DL-COL-NM.
0278RU     MOVE MAILING-ADDR-2 OF CLF0060C-REC TO W-DL-OLD.
0278RV     MOVE MAILING-ADDR-2 OF CLF0060-REC  TO W-DL-NEW.
0278RW     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278RX
0278RY     MOVE 'MAILING_ADDR_3'     TO W-DL-COL-NM.
0278RZ     MOVE MAILING-ADDR-3 OF CLF0060C-REC TO W-DL-OLD.
0278R0     MOVE MAILING-ADDR-3 OF CLF0060-REC  TO W-DL-NEW.
0278R1     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278R2
0278R3     MOVE 'PHYS_CNTRY_C'       TO W-DL-COL-NM.
0278R4     MOVE PHYS-CNTRY-C OF CLF0060C-REC TO W-DL-OLD.
0278R5     MOVE PHYS-CNTRY-C OF CLF0060-REC  TO W-DL-NEW.
0278R6     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278R7
0278R8     MOVE 'PHYS_ST_PRVNC_C'    TO W-DL-COL-NM.
0278R9     MOVE PHYS-ST-PRVNC-C OF CLF0060C-REC TO W-DL-OLD.
0278SA     MOVE PHYS-ST-PRVNC-C OF CLF0060-REC  TO W-DL-NEW.
0278SB     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278SC
0278SD     MOVE 'PHYS_CNTY_NM'       TO W-DL-COL-NM.
0278SE     MOVE PHYS-CNTY-NM OF CLF0060C-REC TO W-DL-OLD.
0278SF     MOVE PHYS-CNTY-NM OF CLF0060-REC  TO W-DL-NEW.
0278SG     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278SH
0278SI     MOVE 'PHYS_CITY'          TO W-DL-COL-NM.
0278SJ     MOVE PHYS-CITY OF CLF0060C-REC TO W-DL-OLD.
0278SK     MOVE PHYS-CITY OF CLF0060-REC  TO W-DL-NEW.
0278SL     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278SM
0278SN     MOVE 'PHYS_POSTAL_C'      TO W-DL-COL-NM.
0278SO     MOVE PHYS-POSTAL-C OF CLF0060C-REC TO W-DL-OLD.
0278SP     MOVE PHYS-POSTAL-C OF CLF0060-REC  TO W-DL-NEW.
0278SQ     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278SR
0278SS     MOVE 'PHYS_ADDR_1'        TO W-DL-COL-NM.
0278ST     MOVE PHYS-ADDR-1 OF CLF0060C-REC TO W-DL-OLD.
0278SU     MOVE PHYS-ADDR-1 OF CLF0060-REC  TO W-DL-NEW.
0278SV     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278SW
0278SX     MOVE 'PHYS_ADDR_2'        TO W-DL-COL-NM.
0278SY     MOVE PHYS-ADDR-2 OF CLF0060C-REC TO W-DL-OLD.
0278SZ     MOVE PHYS-ADDR-2 OF CLF0060-REC  TO W-DL-NEW.
0278S0     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278S8
0278S9     MOVE 'PHYS_ADDR_3'        TO W-DL-COL-NM.
0278TA     MOVE PHYS-ADDR-3 OF CLF0060C-REC TO W-DL-OLD.
0278TB     MOVE PHYS-ADDR-3 OF CLF0060-REC  TO W-DL-NEW.
0278TC     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278TD
0278TE     MOVE 'CIF_ID'             TO W-DL-COL-NM.
0278TF     MOVE CIF-ID OF CLF0060C-REC TO W-DL-OLD.
0278TG     MOVE CIF-ID OF CLF0060-REC  TO W-DL-NEW.
0278TH     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278TI
0278TJ     MOVE 'CIF_ID_TP_C'        TO W-DL-COL-NM.
0278TK     MOVE CIF-ID-TP-C OF CLF0060C-REC TO W-DL-OLD.
0278TL     MOVE CIF-ID-TP-C OF CLF0060-REC  TO W-DL-NEW.
0278TM     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278TN
0278TO     MOVE 'MRGR_CIF_N'         TO W-DL-COL-NM.
0278TP     MOVE MRGR-CIF-N OF CLF0060C-REC TO W-DL-OLD.
0278TQ     MOVE MRGR-CIF-N OF CLF0060-REC  TO W-DL-NEW.
0278TR     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278TS
0278TT     MOVE 'TEMP_PERM_C'        TO W-DL-COL-NM.
0278TU     MOVE TEMP-PERM-C OF CLF0060C-REC TO W-DL-OLD.
0278TV     MOVE TEMP-PERM-C OF CLF0060-REC  TO W-DL-NEW.
0278TW     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278TX
0278TY     MOVE 'CIF_ULT_PRNT_N'     TO W-DL-COL-NM.
0278TZ     MOVE CIF-ULT-PRNT-N OF CLF0060C-REC TO W-DL-OLD.
0278T0     MOVE CIF-ULT-PRNT-N OF CLF0060-REC  TO W-DL-NEW.
0278T1     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278T2
0278T3     MOVE 'CIF_IMD_PRNT_N'     TO W-DL-COL-NM.
0278T4     MOVE CIF-IMD-PRNT-N OF CLF0060C-REC TO W-DL-OLD.
0278T5     MOVE CIF-IMD-PRNT-N OF CLF0060-REC  TO W-DL-NEW.
0278T6     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278T7
0278T8     MOVE 'ARI_LST_MAINT_DT'   TO W-DL-COL-NM.
0278T9     MOVE ARI-LST-MAINT-DT OF CLF0060C-REC TO W-DL-OLD.
0278UA     MOVE ARI-LST-MAINT-DT OF CLF0060-REC  TO W-DL-NEW.
0278UB     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278UC
0278UD     MOVE 'ARI_EFF_DT'         TO W-DL-COL-NM.
0278UE     MOVE ARI-EFF-DT OF CLF0060C-REC TO W-DL-OLD.
0278UF     MOVE ARI-EFF-DT OF CLF0060-REC  TO W-DL-NEW.
0278UG     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278UH
0278UI     MOVE 'ARI_EXP_DT'         TO W-DL-COL-NM.
0278UJ     MOVE ARI-EXP-DT OF CLF0060C-REC TO W-DL-OLD.
0278UK     MOVE ARI-EXP-DT OF CLF0060-REC  TO W-DL-NEW.
0278UL     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278UM
0278UN     MOVE 'NLOC_LOC_ID'        TO W-DL-COL-NM.
0278UO     MOVE NLOC-LOC-ID OF CLF0060C-REC TO W-DL-NUM.
0278UP     MOVE W-DL-NUM TO W-DL-OLD.
0278UQ     MOVE NLOC-LOC-ID OF CLF0060-REC  TO W-DL-NUM.
0278UR     MOVE W-DL-NUM TO W-DL-NEW.
0278US     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278UT
0278UU     MOVE 'NLOC_CIF_ID'        TO W-DL-COL-NM.
0278UV     MOVE NLOC-CIF-ID OF CLF0060C-REC TO W-DL-OLD.
0278UW     MOVE NLOC-CIF-ID OF CLF0060-REC  TO W-DL-NEW.
0278UX     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278UY
0278UZ     MOVE 'CIF_DOM_PRNT_N'     TO W-DL-COL-NM.
0278U0     MOVE CIF-DOM-PRNT-N OF CLF0060C-REC TO W-DL-OLD.
0278U1     MOVE CIF-DOM-PRNT-N OF CLF0060-REC  TO W-DL-NEW.
0278U2     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278U3
0278U4     MOVE 'CIF_TAX_ID_QLF'     TO W-DL-COL-NM.
0278U5     MOVE CIF-TAX-ID-QLF OF CLF0060C-REC TO W-DL-OLD.
0278U6     MOVE CIF-TAX-ID-QLF OF CLF0060-REC  TO W-DL-NEW.
0278U7     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278U8
0278U9     MOVE 'CIF_TAX_ID'         TO W-DL-COL-NM.
0278VA     MOVE CIF-TAX-ID-TEXT OF CLF0060C-REC TO W-DL-OLD.
0278VB     MOVE CIF-TAX-ID-TEXT OF CLF0060-REC  TO W-DL-NEW.
0278VC     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278VD
0278VE     MOVE 'CIF_MAIL_POSTC'     TO W-DL-COL-NM.
0278VF     MOVE CIF-MAIL-POSTC OF CLF0060C-REC TO W-DL-OLD.
0278VG     MOVE CIF-MAIL-POSTC OF CLF0060-REC  TO W-DL-NEW.
0278VH     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278VI
0278VJ     MOVE 'CIF_PHYS_POSTC'     TO W-DL-COL-NM.
0278VK     MOVE CIF-PHYS-POSTC OF CLF0060C-REC TO W-DL-OLD.
0278VL     MOVE CIF-PHYS-POSTC OF CLF0060-REC  TO W-DL-NEW.
0278VM     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278VN
0278VO     MOVE 'CIF_CMNT'           TO W-DL-COL-NM.
0278VP     MOVE CIF-CMNT OF CLF0060C-REC TO W-DL-OLD.
0278VQ     MOVE CIF-CMNT OF CLF0060-REC  TO W-DL-NEW.
0278VR     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278VS
0278VT     MOVE 'DBA_NME_CD'         TO W-DL-COL-NM.
0278VU     MOVE DBA-NME-CD OF CLF0060C-REC TO W-DL-OLD.
0278VV     MOVE DBA-NME-CD OF CLF0060-REC  TO W-DL-NEW.
0278VW     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278VX
0278VY     MOVE 'BILL_ADDR_CD'       TO W-DL-COL-NM.
0278VZ     MOVE BILL-ADDR-CD OF CLF0060C-REC TO W-DL-OLD.
0278V0     MOVE BILL-ADDR-CD OF CLF0060-REC  TO W-DL-NEW.
0278V1     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278V2
0278V3     MOVE 'DELY_ADDR_CD'       TO W-DL-COL-NM.
0278V4     MOVE DELY-ADDR-CD OF CLF0060C-REC TO W-DL-OLD.
0278V5     MOVE DELY-ADDR-CD OF CLF0060-REC  TO W-DL-NEW.
0278V6     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278V7
0278V8     MOVE 'CIF_SUB_CD'         TO W-DL-COL-NM.
0278V9     MOVE CIF-SUB-CD OF CLF0060C-REC TO W-DL-OLD.
0278WA     MOVE CIF-SUB-CD OF CLF0060-REC  TO W-DL-NEW.
0278WB     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278WC
0278WD     MOVE 'NLOC_CIF_SUB_CD'    TO W-DL-COL-NM.
0278WE     MOVE NLOC-CIF-SUB-CD OF CLF0060C-REC TO W-DL-OLD.
0278WF     MOVE NLOC-CIF-SUB-CD OF CLF0060-REC  TO W-DL-NEW.
0278WG     PERFORM 2620-PUT-DELTA THRU 2620-EXIT.
0278WH
0278WI 2610-EXIT.
0278WJ      EXIT.
0278WK
0278WL******************************************************************
0278WM* 2620-PUT-DELTA                                                 *
0278WN* W-DL-COL-NM, W-DL-OLD AND W-DL-NEW ARE SET BY THE CALLER.  AN  *
0278WO* UNCHANGED COLUMN WRITES NOTHING.                               *
0278WP******************************************************************
0278WQ
0278WR 2620-PUT-DELTA.
0278WS
0278WT     IF W-DL-OLD = W-DL-NEW
0278WU       GO TO 2620-EXIT
0278WV     END-IF.
0278XQ
0278XR     IF W-DL-RULE-MODE
0278XS       PERFORM 1410-MATCH-RULES THRU 1410-EXIT
0278XT       GO TO 2620-EXIT
0278XU     END-IF.
0278WW
0278WX     MOVE CLCSLALM-MERGE-LOC-ID       TO DLT-LOC-ID.
0278WY     MOVE CLCSLALM-CIF-ID             TO DLT-CIF-ID.
0278WZ     MOVE CLCSLALM-CIF-SUB-LOCN-SFX-C TO DLT-CIF-SFX.
0278W0     MOVE W-DL-COL-NM                 TO DLT-COLUMN-NM.
0278W1     MOVE W-DL-OLD                    TO DLT-OLD-VALUE.
0278W2     MOVE W-DL-NEW                    TO DLT-NEW-VALUE.
0278W3     MOVE W-RUN-ID                    TO DLT-RUN-ID.
0278W4     MOVE W-PROGRAM                   TO DLT-PROGRAM.
0278W5
0278W6     WRITE DELTA-FILE-REC.
0278W7
0278W8     ADD 1 TO W-DELTA-CNT.
0278W9
0278XA     STRING W-DL-COL-NM DELIMITED BY SPACE
0278XB            ' '         DELIMITED BY SIZE
0278XC       INTO CLF0060C-REC-DIFFERENCES
0278XD       WITH POINTER W-DL-PTR
0278XE     END-STRING.
0278XF
0278XG 2620-EXIT.
0278XH      EXIT.
0278C0
0278D0******************************************************************
0278EG* 2700-GET-RETIRED-LOC                                           *
0278EH* BEFORE THE REAL MERGE CALL - THE LOCATION THE SUBLOCATION'S    *
0278EI* CURRENT ADDRESS POINTS AT, AND THE CIF ON THAT LOCATION.  AFTER*
0278EJ* THE MERGE THE ADDRESS POINTS AT THE SURVIVOR, SO THIS IS THE   *
0278EK* ONLY MOMENT THE OLD LOCATION CAN BE READ STRAIGHT OFF IT.  NONE*
0278EL* FOUND LEAVES ZERO, AND THE CASCADE THEN TESTS ONLY THE CIFS.   *
0278EM******************************************************************
0278EN
0278EO 2700-GET-RETIRED-LOC.
0278EP
0278EQ     MOVE 0      TO W-RP-OLD-LOC.
0278ER     MOVE SPACES TO W-RP-OLD-CIF.
0278ES
0278ET     EXEC SQL
0278EU       SELECT A.CO_LOCN_N
0278EV             ,D.CIF_ID
0278EW         INTO :W-RP-OLD-LOC
0278EX             ,:W-RP-OLD-CIF
0278EY         FROM CL.TCLF_CO_LOCN_ADDR A
0278EZ             ,CL.TCLF_CO_LOCN_DTL  D
0278E0        WHERE A.CIF_ID             = :W-CIF-ID
0278XV          AND A.CIF_SUB_LOCN_SFX_C = :W-CIF-SUB-LOCN-SFX-C
0278XW          AND A.ADDR_EFF_TS       <= CURRENT TIMESTAMP
0278XX          AND A.EXP_TS            >= CURRENT TIMESTAMP
0278XY          AND D.LOC_ID             = A.CO_LOCN_N
0278XZ          AND D.CO_LOCN_EFF_TS    <= CURRENT TIMESTAMP
0278X0          AND D.EXP_TS            >= CURRENT TIMESTAMP
0278X3        FETCH FIRST 1 ROW ONLY
0278X4     END-EXEC.
0278X5
0278X6     EVALUATE SQLCODE
0278X7       WHEN +0
0278X8         CONTINUE
0278X9       WHEN +100
0278YA         MOVE 0      TO W-RP-OLD-LOC
0278YB         MOVE SPACES TO W-RP-OLD-CIF
0278YC       WHEN OTHER
0278YD         MOVE 0      TO W-RP-OLD-LOC
0278YE         MOVE SPACES TO W-RP-OLD-CIF
0278YF         MOVE SQLCODE TO WD-SQL-CODE
0278YG         DISPLAY WD-SQL-CODE ' ERROR ON SELECT PRE-MERGE LOCATION'
0278YH     END-EVALUATE.
0278YI
0278YJ 2700-EXIT.
0278YK      EXIT.
0278YL
0278YM******************************************************************
0278YN* 2710-CASCADE-REPOINT                                           *
0278YO* AFTER A COMMITTED MERGE.  THE SUBLOCATION'S PRE-MERGE LOCATION *
0278YP* IS RETIRED WHEN IT IS NOT THE SURVIVOR AND HAS NO UNEXPIRED    *
0278YQ* VERSION LEFT.  THE PRE-MERGE LOCATION'S CIF AND THE TARGET'S   *
0278YR* PRE-MERGE CIF ARE RETIRED WHEN NEITHER IS THE SURVIVOR'S CIF   *
0278YS* AND NO UNEXPIRED LOCATION CARRIES THEM.  CHILDREN OF ANYTHING  *
0278YT* RETIRED ARE LISTED, THEN REPOINTED ONE UNIT OF WORK EACH.      *
0278YU* ANY FAILURE HERE LOSES ONLY THE REPOINT, NEVER THE MERGE.      *
0278YV******************************************************************
0278YW
0278YX 2710-CASCADE-REPOINT.
0278YY
0278YZ     MOVE 'N'    TO W-RP-LOC-RETIRED
0278Y0                    W-RP-CIF1-RETIRED
0278Y1                    W-RP-CIF2-RETIRED
0278Y2                    W-RP-OVERFLOW.
0278Y3     MOVE SPACES TO W-RP-NEW-CIF
0278Y4                    W-RP-PRI-CIF.
0278Y5     MOVE 0      TO W-RP-USED.
0278Y6
0278Y7     EXEC SQL
0278Y8       SELECT CIF_ID
0278Y9         INTO :W-RP-NEW-CIF
0278ZA         FROM CL.TCLF_CO_LOCN_DTL
0278ZB        WHERE LOC_ID          = :CLCSLALM-MERGE-LOC-ID
0278ZC          AND CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
0278ZD          AND EXP_TS         >= CURRENT TIMESTAMP
0278ZE     END-EXEC.
0278ZF
0278ZG     IF SQLCODE NOT = 0
0278ZH       MOVE SQLCODE TO WD-SQL-CODE
0278ZI       DISPLAY WD-SQL-CODE ' ERROR ON SELECT SURVIVING CIF'
0278ZJ       GO TO 2710-EXIT
0278ZK     END-IF.
0278ZL
0278ZM     IF W-RP-OLD-LOC > 0
0278ZN        AND W-RP-OLD-LOC NOT = CLCSLALM-MERGE-LOC-ID
0278ZO       MOVE 0 TO W-COUNT
0278ZP       EXEC SQL
0278ZQ         SELECT COUNT(*)
0278ZR           INTO :W-COUNT
0278ZS           FROM CL.TCLF_CO_LOCN_DTL
0278ZT          WHERE LOC_ID          = :W-RP-OLD-LOC
0278ZU            AND CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
0278ZV            AND EXP_TS         >= CURRENT TIMESTAMP
0278ZW       END-EXEC
0278ZX       IF SQLCODE = 0
0278ZY          AND W-COUNT = 0
0278ZZ         MOVE 'Y' TO W-RP-LOC-RETIRED
0278Z0       END-IF
0278Z1     END-IF.
0278Z2
0278Z3     MOVE W-RP-OLD-CIF TO W-RP-TEST-CIF.
0278Z4     PERFORM 2715-CHECK-CIF-RETIRED THRU 2715-EXIT.
0278Z5     MOVE W-RP-TEST-RETIRED TO W-RP-CIF1-RETIRED.
0278Z6
0278Z7     EXEC SQL
0278Z8       OPEN RPPRIOR
0278Z9     END-EXEC.
027ZAA
027ZAB     IF SQLCODE = 0
027ZAC       EXEC SQL
027ZAD         FETCH RPPRIOR
027ZAE          INTO :W-RP-PRI-CIF
027ZAF       END-EXEC
027ZAG       IF SQLCODE NOT = 0
027ZAH         MOVE SPACES TO W-RP-PRI-CIF
027ZAI       END-IF
027ZAJ       EXEC SQL
027ZAK         CLOSE RPPRIOR
027ZAL       END-EXEC
027ZAM     END-IF.
027ZAN
027ZAO* THE SAME CIF ON BOTH SIDES IS TESTED (AND ITS CHILDREN FOUND)
027ZAP* ONLY ONCE
027ZAQ     IF W-RP-PRI-CIF NOT = W-RP-OLD-CIF
027ZAR       MOVE W-RP-PRI-CIF TO W-RP-TEST-CIF
027ZAS       PERFORM 2715-CHECK-CIF-RETIRED THRU 2715-EXIT
027ZAT       MOVE W-RP-TEST-RETIRED TO W-RP-CIF2-RETIRED
027ZAU     END-IF.
027ZAV
027ZAW     IF W-RP-LOC-RETIRED  = 'N'
027ZAX        AND W-RP-CIF1-RETIRED = 'N'
027ZAY        AND W-RP-CIF2-RETIRED = 'N'
027ZAZ       GO TO 2710-EXIT
027ZA0     END-IF.
027ZA1
027ZA2* CLCSLALM HAS COMMITTED THE MERGE ITSELF - COMMIT THE CARRIES
027ZA3* THAT FOLLOWED IT TOO, SO A CHILD THAT FAILS BELOW ROLLS BACK
027ZA4* ONLY ITS OWN HALF-DONE VERSIONING
027ZA5     IF NOT WS-REPOINT-REPORT-ONLY
027ZA6       EXEC SQL
027ZA7         COMMIT
027ZA8       END-EXEC
027ZA9     END-IF.
027ZBA
027ZBB     PERFORM 2720-LOAD-CHILDREN THRU 2720-EXIT.
027ZBC
027ZBD     PERFORM 2730-REPOINT-CHILD THRU 2730-EXIT
027ZBE         VARYING W-RP-IX FROM 1 BY 1
027ZBF           UNTIL W-RP-IX > W-RP-USED.
027ZBG
027ZBH     IF W-RP-OVERFLOW = 'Y'
027ZBQ       DISPLAY 'CLADRILD - CHILD LIST FULL FOR '
027ZBR           CLCSLALM-CIF-ID '-' CLCSLALM-CIF-SUB-LOCN-SFX-C
027ZBS           ' - CHILDREN LISTED ABOVE NOT REPOINTED'
027ZBT     END-IF.
027ZBU
027ZBV 2710-EXIT.
027ZBW      EXIT.
027ZBX
027ZBY******************************************************************
027ZBZ* 2715-CHECK-CIF-RETIRED                                         *
027ZB0* W-RP-TEST-CIF IS RETIRED WHEN IT IS NOT THE SURVIVOR'S CIF AND *
027ZB1* NO UNEXPIRED LOCATION VERSION CARRIES IT ANY LONGER.           *
027ZB2******************************************************************
027ZB3
027ZB4 2715-CHECK-CIF-RETIRED.
027ZB5
027ZB6     MOVE 'N' TO W-RP-TEST-RETIRED.
027ZB7
027ZB8     IF W-RP-TEST-CIF = SPACES
027ZB9        OR W-RP-TEST-CIF = W-RP-NEW-CIF
027ZCA       GO TO 2715-EXIT
027ZCB     END-IF.
027ZCC
027ZCD     MOVE 0 TO W-COUNT.
027ZCE
027ZCF     EXEC SQL
027ZCG       SELECT COUNT(*)
027ZCH         INTO :W-COUNT
027ZCI         FROM CL.TCLF_CO_LOCN_DTL
027ZCJ        WHERE CIF_ID          = :W-RP-TEST-CIF
027ZCK          AND CO_LOCN_EFF_TS <= CURRENT TIMESTAMP
027ZCL          AND EXP_TS         >= CURRENT TIMESTAMP
027ZCM     END-EXEC.
027ZCN
027ZCO     IF SQLCODE = 0
027ZCP        AND W-COUNT = 0
027ZCQ       MOVE 'Y' TO W-RP-TEST-RETIRED
027ZCR     END-IF.
027ZCS
027ZCT 2715-EXIT.
027ZCU      EXIT.
027ZCV
027ZCW******************************************************************
027ZCX* 2720-LOAD-CHILDREN                                             *
027ZCY* LISTS THE CHILDREN'S CURRENT VERSIONS BEFORE ANY IS TOUCHED.   *
027ZCZ* A CHILD THAT DOES NOT FIT THE TABLE IS NAMED ON THE JOB LOG    *
027ZC0* FOR MANUAL FOLLOW-UP AND LEFT ON THE RETIRED PARENT.           *
027ZC1******************************************************************
027ZC2
027ZC3 2720-LOAD-CHILDREN.
027ZC4
027ZC5     EXEC SQL
027ZC6       OPEN RPCHILD
027ZC7     END-EXEC.
027ZC8
027ZC9     IF SQLCODE NOT = 0
027ZDA       MOVE SQLCODE TO WD-SQL-CODE
027ZDB       DISPLAY WD-SQL-CODE ' ERROR ON OPEN RPCHILD'
027ZDC       GO TO 2720-EXIT
027ZDD     END-IF.
027ZDE
027ZDF     PERFORM 2725-FETCH-CHILD THRU 2725-EXIT
027ZDG         UNTIL SQLCODE NOT = 0.
027ZDH
027ZDI     EXEC SQL
027ZDJ       CLOSE RPCHILD
027ZDK     END-EXEC.
027ZDL
027ZDM 2720-EXIT.
027ZDN      EXIT.
027ZDO
027ZDP******************************************************************
027ZDQ* 2725-FETCH-CHILD                                               *
027ZDR******************************************************************
027ZDS
027ZDT 2725-FETCH-CHILD.
027ZDU
027ZDV     EXEC SQL
027ZDW       FETCH RPCHILD
027ZDX        INTO :W-RP-LOC-ID
027ZDY            ,:W-RP-OLD-EFF-TS
027ZDZ     END-EXEC.
027ZD0
027ZD1     EVALUATE SQLCODE
027ZD2       WHEN +0
027ZD3         CONTINUE
027ZD4       WHEN +100
027ZD5         GO TO 2725-EXIT
027ZD6       WHEN OTHER
027ZD7         MOVE SQLCODE TO WD-SQL-CODE
027ZD8         DISPLAY WD-SQL-CODE ' ERROR ON FETCH RPCHILD'
027ZD9         GO TO 2725-EXIT
027ZEA     END-EVALUATE.
027ZEB
027ZEC     IF W-RP-USED >= W-RP-MAX
027ZED       MOVE 'Y' TO W-RP-OVERFLOW
027ZBI       DISPLAY 'CLADRILD - CHILD ' W-RP-LOC-ID
027ZBJ           ' OF A RETIRED PARENT NOT REPOINTED - TABLE FULL'
027ZEE       GO TO 2725-EXIT
027ZEF     END-IF.
027ZEG
027ZEH     ADD 1 TO W-RP-USED.
027ZEI     MOVE W-RP-LOC-ID     TO W-RC-LOC-ID(W-RP-USED).
027ZEJ     MOVE W-RP-OLD-EFF-TS TO W-RC-EFF-TS(W-RP-USED).
027ZEK
027ZEL 2725-EXIT.
027ZEM      EXIT.
027ZEN
027ZEO******************************************************************
027ZEP* 2730-REPOINT-CHILD                                             *
027ZEQ* READS THE CHILD'S CURRENT VERSION WHOLE, MOVES EVERY PARENT    *
027ZER* COLUMN THAT NAMES A RETIRED LOCATION OR CIF ONTO THE SURVIVOR, *
027ZES* THEN EXPIRES THE OLD VERSION AND ADDS THE NEW ONE THROUGH      *
027ZET* CLF0060M AS ONE UNIT OF WORK.  EACH COMMITTED REPOINT GOES TO  *
027ZEU* THE AUDIT TRAIL AS A REPOINT RECORD SO CLADRULD CAN PUT IT BACK*
027ZEV* WHEN THE MERGE IS BACKED OUT.                                  *
027ZEW******************************************************************
027ZEX
027ZEY 2730-REPOINT-CHILD.
027ZEZ
027ZE0     MOVE W-RC-LOC-ID(W-RP-IX) TO W-RP-LOC-ID.
027ZE1     MOVE W-RC-EFF-TS(W-RP-IX) TO W-RP-OLD-EFF-TS.
027ZE2     MOVE SPACES               TO W-RP-NEW-EFF-TS.
027ZE3     INITIALIZE CLF0060-REC.
027ZE4
027ZE5     EXEC SQL
027ZE6       SELECT LOC_ID
027ZE7             ,CO_LOCN_EFF_TS
027ZE8             ,ULT_PRNT_CO_LOCN_N
027ZE9             ,IMD_PRNT_CO_LOCN_N
027ZFA             ,NMFTA_SPL_C
027ZFB             ,NMFTA_SPL_SFX_C
027ZFC             ,EXP_TS
027ZFD             ,LST_MAINT_TS
027ZFE             ,LST_MAINT_USER_ID
027ZFF             ,LOC_NM
027ZFG             ,MAILING_ADV_BAR_C
027ZFH             ,MAILING_CHK_DIGIT
027ZFI             ,BOL_FAX_BK_N
027ZFJ             ,BOL_FAX_CNFRM_TXT
027ZFK             ,BOL_FAX_CNFRM_C
027ZFL             ,BOL_RELS_C
027ZFM             ,BL_WC_EDI_IND
027ZFN             ,RLINC_CUST_EDI_ID
027ZFO             ,DIALIN_CUST_EDI_ID
027ZFP             ,CORP_TP_C
027ZFQ             ,INFO_SRC_C
027ZFR             ,MAINT_RSN_C
027ZFS             ,PHYS_SRVC_C
027ZFT             ,BS_STAT_C
027ZFU             ,COMMENTS
027ZFV             ,CO_ID
027ZFW             ,CUST_633_ID
027ZFX             ,CUST_CITY_333_C
027ZFY             ,CUST_ST_C
027ZFZ             ,TRAFF_ACCT_N
027ZF0             ,MAILING_CNTRY_C
027ZF1             ,MAILING_ST_PRVNC_C
027ZF2             ,MAILING_CNTY_NM
027ZF3             ,MAILING_CITY
027ZF4             ,MAILING_POSTAL_C
027ZF5             ,MAILING_ADDR_1
027ZF6             ,MAILING_ADDR_2
027ZF7             ,MAILING_ADDR_3
027ZF8             ,PHYS_CNTRY_C
027ZF9             ,PHYS_ST_PRVNC_C
027ZGA             ,PHYS_CNTY_NM
027ZGB             ,PHYS_CITY
027ZGC             ,PHYS_POSTAL_C
027ZGD             ,PHYS_ADDR_1
027ZGE             ,PHYS_ADDR_2
027ZGF             ,PHYS_ADDR_3
027ZGG             ,CIF_ID
027ZGH             ,CIF_ID_TP_C
027ZGI             ,MRGR_CIF_N
027ZGJ             ,TEMP_PERM_C
027ZGK             ,CIF_ULT_PRNT_N
027ZGL             ,CIF_IMD_PRNT_N
027ZGM             ,ARI_LST_MAINT_DT
027ZGN             ,ARI_EFF_DT
027ZGO             ,ARI_EXP_DT
027ZGP             ,NLOC_LOC_ID
027ZGQ             ,NLOC_CIF_ID
027ZGR             ,CIF_DOM_PRNT_N
027ZGS             ,CIF_TAX_ID_QLF
027ZGT             ,CIF_TAX_ID
027ZGU             ,CIF_MAIL_POSTC
027ZGV             ,CIF_PHYS_POSTC
027ZGW             ,CIF_CMNT
027ZGX             ,DBA_NME_CD
027ZGY             ,BILL_ADDR_CD
027ZGZ             ,DELY_ADDR_CD
027ZG0             ,CIF_SUB_CD
027ZG1             ,NLOC_CIF_SUB_CD
027ZG2         INTO :CLF0060-REC:W-DL-IND
027ZG3         FROM CL.TCLF_CO_LOCN_DTL
027ZG4        WHERE LOC_ID          = :W-RP-LOC-ID
027ZG5          AND CO_LOCN_EFF_TS  = :W-RP-OLD-EFF-TS
027ZG6          AND EXP_TS         >= CURRENT TIMESTAMP
027ZG7     END-EXEC.
027ZG8
027ZG9     IF SQLCODE NOT = 0
027ZHA       ADD 1 TO W-RP-FAILED-CNT
027ZHB       MOVE SQLCODE TO WD-SQL-CODE
027ZHC       DISPLAY WD-SQL-CODE ' ERROR ON SELECT CHILD VERSION'
027ZHD       GO TO 2730-EXIT
027ZHE     END-IF.
027ZHF
027ZHG     PERFORM 2605-CLEAR-NULL-PARENTS THRU 2605-EXIT.
027ZHH     ADD 1 TO W-RP-FOUND-CNT.
027ZHI
027ZHJ     MOVE ULT-PRNT-CO-LOCN-N OF CLF0060-REC TO W-RP-WAS-ULT.
027ZHK     MOVE IMD-PRNT-CO-LOCN-N OF CLF0060-REC TO W-RP-WAS-IMD.
027ZHL     MOVE CIF-ULT-PRNT-N     OF CLF0060-REC TO W-RP-WAS-CIF-ULT.
027ZHM     MOVE CIF-IMD-PRNT-N     OF CLF0060-REC TO W-RP-WAS-CIF-IMD.
027ZHN
027ZHO     IF W-RP-LOC-RETIRED = 'Y'
027ZHP       IF W-RP-WAS-ULT = W-RP-OLD-LOC
027ZHQ         MOVE CLCSLALM-MERGE-LOC-ID
027ZHR           TO ULT-PRNT-CO-LOCN-N OF CLF0060-REC
027ZHS       END-IF
027ZHT       IF W-RP-WAS-IMD = W-RP-OLD-LOC
027ZHU         MOVE CLCSLALM-MERGE-LOC-ID
027ZHV           TO IMD-PRNT-CO-LOCN-N OF CLF0060-REC
027ZHW       END-IF
027ZHX     END-IF.
027ZHY
027ZHZ     IF W-RP-CIF1-RETIRED = 'Y'
027ZH0       IF W-RP-WAS-CIF-ULT = W-RP-OLD-CIF
027ZH1         MOVE W-RP-NEW-CIF TO CIF-ULT-PRNT-N OF CLF0060-REC
027ZH2       END-IF
027ZH3       IF W-RP-WAS-CIF-IMD = W-RP-OLD-CIF
027ZH4         MOVE W-RP-NEW-CIF TO CIF-IMD-PRNT-N OF CLF0060-REC
027ZH5       END-IF
027ZH6     END-IF.
027ZH7
027ZH8     IF W-RP-CIF2-RETIRED = 'Y'
027ZH9       IF W-RP-WAS-CIF-ULT = W-RP-PRI-CIF
027ZIA         MOVE W-RP-NEW-CIF TO CIF-ULT-PRNT-N OF CLF0060-REC
027ZIB       END-IF
027ZIC       IF W-RP-WAS-CIF-IMD = W-RP-PRI-CIF
027ZID         MOVE W-RP-NEW-CIF TO CIF-IMD-PRNT-N OF CLF0060-REC
027ZIE       END-IF
027ZIF     END-IF.
027ZIG
027ZIH     IF WS-REPOINT-REPORT-ONLY
027ZII       MOVE '(REPORT ONLY - NOT REPOINTED)' TO W-RP-NOTE
027ZIJ       GO TO 2730-REPORT
027ZIK     END-IF.
027ZIL
027ZIM     INITIALIZE CLF0060M-PARMS.
027ZIN     SET CLM-CLF0060-EXPIRE TO TRUE.
027ZIO     MOVE W-RP-LOC-ID     TO CLM-CLF0060-LOC-ID.
027ZIP     MOVE W-RP-OLD-EFF-TS TO CLM-CLF0060-EFF-TS.
027ZIQ
027ZIR     CALL W-CLF0060M USING CLF0060M-PARMS.
027ZIS
027ZIT     IF NOT CLF0060-STATUS-SUCCESSFUL
027ZIU       MOVE 'NOT REPOINTED - EXPIRE FAILED' TO W-RP-NOTE
027ZIV       GO TO 2730-FAILED
027ZIW     END-IF.
027ZIX
027ZIY* TAKEN AFTER THE EXPIRE SO THE NEW VERSION NEVER STARTS BEFORE
027ZIZ* THE OLD ONE ENDS
027ZI0     EXEC SQL
027ZI1       SET :W-RP-NEW-EFF-TS = CURRENT TIMESTAMP
027ZI2     END-EXEC.
027ZI3
027ZI4     IF SQLCODE NOT = 0
027ZI5       MOVE 'NOT REPOINTED - NO TIMESTAMP' TO W-RP-NOTE
027ZI6       GO TO 2730-FAILED
027ZI7     END-IF.
027ZI8
027ZI9* THE NEW VERSION IS THE OLD ONE WITH ITS PARENTS MOVED - THE
027ZJA* OLD VERSION'S OPEN EXPIRY IS CARRIED ACROSS UNCHANGED
027ZJB     INITIALIZE CLF0060M-PARMS.
027ZJC     SET CLM-CLF0060-ADD TO TRUE.
027ZJD     MOVE CLF0060-REC     TO CLM-CLF0060-REC.
027ZJE     MOVE W-RP-LOC-ID     TO CLM-CLF0060-LOC-ID.
027ZJF     MOVE W-RP-NEW-EFF-TS TO CLM-CLF0060-EFF-TS
027ZJG                             CO-LOCN-EFF-TS OF CLM-CLF0060-REC
027ZJH                             LST-MAINT-TS OF CLM-CLF0060-REC.
027ZJI     MOVE W-PROGRAM       TO LST-MAINT-USER-ID OF CLM-CLF0060-REC.
027ZJJ
027ZJK     CALL W-CLF0060M USING CLF0060M-PARMS.
027ZJL
027ZJM     IF NOT CLF0060-STATUS-SUCCESSFUL
027ZJN       MOVE 'NOT REPOINTED - ADD FAILED' TO W-RP-NOTE
027ZJO       GO TO 2730-FAILED
027ZJP     END-IF.
027ZJQ
027ZJR     EXEC SQL
027ZJS       COMMIT
027ZJT     END-EXEC.
027ZJU
027ZJV     ADD 1 TO W-RP-DONE-CNT.
027ZJW     MOVE 'REPOINTED' TO W-RP-NOTE.
027ZJX     PERFORM 2740-WRITE-REPOINT-AUDIT THRU 2740-EXIT.
027ZJY     GO TO 2730-REPORT.
027ZJZ
027ZJ0 2730-FAILED.
027ZJ1
027ZJ2     EXEC SQL
027ZJ3       ROLLBACK
027ZJ4     END-EXEC.
027ZJ5
027ZJ6     ADD 1 TO W-RP-FAILED-CNT.
027ZJ7     DISPLAY 'CLADRILD - REPOINT OF CHILD ' W-RP-LOC-ID
027ZJ8         ' FAILED: ' CLM-CLF0060-MESSAGE.
027ZJ9
027ZKA 2730-REPORT.
027ZKB
027ZKC     PERFORM 2750-WRITE-REPOINT-LINES THRU 2750-EXIT.
027ZKD
027ZKE 2730-EXIT.
027ZKF      EXIT.
027ZKG
027ZKH******************************************************************
027ZKI* 2740-WRITE-REPOINT-AUDIT                                       *
027ZKJ* KEYED BY THE MERGED SUBLOCATION, SO THE MERGE HISTORY FILES    *
027ZKK* THE REPOINT BEHIND THE MERGE THAT CAUSED IT; THE LOCATION IS   *
027ZKL* THE CHILD AND THE TIMESTAMP ITS NEW VERSION'S EFFECTIVE TS.    *
027ZKM******************************************************************
027ZKN
027ZKO 2740-WRITE-REPOINT-AUDIT.
027ZKP
027ZKQ     MOVE CLCSLALM-CIF-ID             TO AUD-CIF-ID.
027ZKR     MOVE CLCSLALM-CIF-SUB-LOCN-SFX-C TO AUD-CIF-SFX.
027ZKS     MOVE W-RP-LOC-ID                 TO AUD-LOC-ID.
027ZKT     MOVE CO-ID OF CLF0060-REC        TO AUD-CO-ID.
027ZKU     MOVE W-RP-NEW-EFF-TS             TO AUD-TIMESTAMP.
027ZKV     MOVE 'CLADRILD'                  TO AUD-PROGRAM.
027ZKW     MOVE W-RUN-ID                    TO AUD-RUN-ID.
027ZKX     SET  AUD-REPOINT-REC             TO TRUE.
027ZKY
027ZKZ     WRITE AUDIT-FILE-REC.
027ZK0
027ZK1 2740-EXIT.
027ZK2      EXIT.
027ZK3
027ZK4******************************************************************
027ZK5* 2750-WRITE-REPOINT-LINES                                       *
027ZK6* ONE REPORT LINE PER PARENT COLUMN THAT MOVED (OR WOULD MOVE),  *
027ZK7* OLD VALUE FROM THE SAVED COPY, NEW VALUE FROM CLF0060-REC.     *
027ZK8******************************************************************
027ZK9
027ZLA 2750-WRITE-REPOINT-LINES.
027ZLB
027ZLC     MOVE SPACES                      TO RPT-CIF-ID.
027ZLD     MOVE CLCSLALM-CIF-ID             TO RPT-CIF-ID(1:9).
027ZLE     MOVE '-'                         TO RPT-CIF-ID(10:1).
027ZLF     MOVE CLCSLALM-CIF-SUB-LOCN-SFX-C TO RPT-CIF-ID(11:4).
027ZLG     MOVE W-RP-LOC-ID                 TO RPT-CHILD-LOC-ID.
027ZLH     MOVE W-RP-NOTE                   TO RPT-NOTE.
027ZLI
027ZLJ     IF ULT-PRNT-CO-LOCN-N OF CLF0060-REC NOT = W-RP-WAS-ULT
027ZLK       MOVE 'ULT_PRNT_CO_LOCN_N' TO RPT-COLUMN-NM
027ZLL       MOVE W-RP-WAS-ULT         TO W-RP-NUM
027ZLM       MOVE W-RP-NUM             TO RPT-OLD-VALUE
027ZLN       MOVE ULT-PRNT-CO-LOCN-N OF CLF0060-REC TO W-RP-NUM
027ZLO       MOVE W-RP-NUM             TO RPT-NEW-VALUE
027ZLP       WRITE OUTPUT-REPORT-REC FROM REPOINT-DETAIL
027ZLQ     END-IF.
027ZLR
027ZLS     IF IMD-PRNT-CO-LOCN-N OF CLF0060-REC NOT = W-RP-WAS-IMD
027ZLT       MOVE 'IMD_PRNT_CO_LOCN_N' TO RPT-COLUMN-NM
027ZLU       MOVE W-RP-WAS-IMD         TO W-RP-NUM
027ZLV       MOVE W-RP-NUM             TO RPT-OLD-VALUE
027ZLW       MOVE IMD-PRNT-CO-LOCN-N OF CLF0060-REC TO W-RP-NUM
027ZLX       MOVE W-RP-NUM             TO RPT-NEW-VALUE
027ZLY       WRITE OUTPUT-REPORT-REC FROM REPOINT-DETAIL
027ZLZ     END-IF.
027ZL0
027ZL1     IF CIF-ULT-PRNT-N OF CLF0060-REC NOT = W-RP-WAS-CIF-ULT
027ZL2       MOVE 'CIF_ULT_PRNT_N'     TO RPT-COLUMN-NM
027ZL3       MOVE W-RP-WAS-CIF-ULT     TO RPT-OLD-VALUE
027ZL4       MOVE CIF-ULT-PRNT-N OF CLF0060-REC TO RPT-NEW-VALUE
027ZL5       WRITE OUTPUT-REPORT-REC FROM REPOINT-DETAIL
027ZL6     END-IF.
027ZL7
027ZL8     IF CIF-IMD-PRNT-N OF CLF0060-REC NOT = W-RP-WAS-CIF-IMD
027ZL9       MOVE 'CIF_IMD_PRNT_N'     TO RPT-COLUMN-NM
027ZMA       MOVE W-RP-WAS-CIF-IMD     TO RPT-OLD-VALUE
027ZMB       MOVE CIF-IMD-PRNT-N OF CLF0060-REC TO RPT-NEW-VALUE
027ZMC       WRITE OUTPUT-REPORT-REC FROM REPOINT-DETAIL
027ZMD     END-IF.
027ZME
027ZMF 2750-EXIT.
027ZMG      EXIT.

002786******************************************************************
002787* 9000-STATS                                                     *
002808     DISPLAY 'Dummy Location Found    : ' W-LOC-FOUND-CNT-D.
002809     DISPLAY 'Dummy Location Not Found: ' W-LOC-NOT-FOUND-CNT-D.
002810     DISPLAY 'ADR Merged with Location: ' W-LOC-MERGED-CNT-D.
0028XV     MOVE W-CR-BLOCKED-CNT TO W-CR-BLOCKED-CNT-D.
0028XW     DISPLAY 'Blocked By Merge Rule   : ' W-CR-BLOCKED-CNT-D.
0028XX     MOVE W-CR-FIRED-CNT   TO W-CR-FIRED-CNT-D.
0028XY     DISPLAY '  Merge Rules Fired     : ' W-CR-FIRED-CNT-D.
0028AA     MOVE W-AR-BLOCKED-CNT TO W-AR-BLOCKED-CNT-D.
0028AB     DISPLAY 'Blocked By Address Role : ' W-AR-BLOCKED-CNT-D.
0028AC     MOVE W-AR-FOUND-CNT   TO W-AR-FOUND-CNT-D.
0028AD     DISPLAY '  Role Conditions Found : ' W-AR-FOUND-CNT-D.
0281A1     MOVE W-HELD-MERGE-CNT TO W-HELD-MERGE-CNT-D.
0281A2     DISPLAY 'Held For Review (Score) : ' W-HELD-MERGE-CNT-D.
0281XZ     MOVE W-CR-HELD-CNT   TO W-CR-HELD-CNT-D.
0281X0     DISPLAY '  Held By Merge Rule    : ' W-CR-HELD-CNT-D.
0281AG     MOVE W-AR-HELD-CNT   TO W-AR-HELD-CNT-D.
0281AH     DISPLAY '  Held By Address Role  : ' W-AR-HELD-CNT-D.
0281HB     MOVE W-RQ-NEW-CNT    TO W-RQ-NEW-CNT-D.
0281HC     DISPLAY '  New To Review Queue   : ' W-RQ-NEW-CNT-D.
0281HD     MOVE W-RQ-REHELD-CNT TO W-RQ-REHELD-CNT-D.
0281HE     DISPLAY '  Already Queued        : ' W-RQ-REHELD-CNT-D.
0281A3     MOVE W-STDZD-MATCH-CNT TO W-STDZD-MATCH-CNT-D.
0281A4     DISPLAY '  Made By Stdzn Only    : ' W-STDZD-MATCH-CNT-D.
0281X1     MOVE W-CR-WARNED-CNT TO W-CR-WARNED-CNT-D.
0281X2     DISPLAY '  Merged With Rule Warn : ' W-CR-WARNED-CNT-D.
0281AI     MOVE W-AR-WARNED-CNT TO W-AR-WARNED-CNT-D.
0281AJ     DISPLAY '  Merged With Role Warn : ' W-AR-WARNED-CNT-D.
0281A5     MOVE W-BAD-SPLC-CNT TO W-BAD-SPLC-CNT-D.
0281A6     DISPLAY '  Invalid SPLC Flagged  : ' W-BAD-SPLC-CNT-D.
02810A     MOVE W-MRGR-CHAIN-CNT TO W-MRGR-CHAIN-CNT-D.
02810J     DISPLAY '  Cust SSIs Carried     : ' W-EDI-SSI-TOTAL-D.
02810E     MOVE W-NLOC-BREAK-CNT   TO W-NLOC-BREAK-CNT-D.
02810F     DISPLAY '  NLOC Breaks Reported  : ' W-NLOC-BREAK-CNT-D.
0281XI     MOVE W-DELTA-CNT        TO W-DELTA-CNT-D.
0281XJ     DISPLAY '  Column Deltas Written : ' W-DELTA-CNT-D.
0281AA     MOVE W-RP-FOUND-CNT     TO W-RP-FOUND-CNT-D.
0281AB     DISPLAY '  Children Of Retired   : ' W-RP-FOUND-CNT-D.
0281AC     MOVE W-RP-DONE-CNT      TO W-RP-DONE-CNT-D.
0281AD     DISPLAY '    Children Repointed  : ' W-RP-DONE-CNT-D.
0281AE     MOVE W-RP-FAILED-CNT    TO W-RP-FAILED-CNT-D.
0281AF     DISPLAY '    Repoints Failed     : ' W-RP-FAILED-CNT-D.
002811     DISPLAY 'Number of errors        : ' W-ERRORS-CNT-D.
002812     DISPLAY '  DB2 Connection        : ' W-DB2-CONNECT-D.
002813     DISPLAY '  No Candidate Found    : ' W-NO-CANDIDATE-FOUND-D.
02825E       DISPLAY 'Approved Pairs Accepted : ' W-PAIR-ACCEPT-CNT-D
02825F       DISPLAY 'Approved Pairs Rejected : ' W-PAIR-REJECT-CNT-D
02825G     END-IF.
0282AA
0282AB     IF WS-TRICKLE-MODE
0282AC       MOVE W-TK-READ-CNT     TO W-TK-READ-CNT-D
0282AD       MOVE W-TK-FEEDS-CNT    TO W-TK-FEEDS-CNT-D
0282AE       MOVE W-TK-REAPPLY-CNT  TO W-TK-REAPPLY-CNT-D
0282AF       MOVE W-TK-HANDLED-CNT  TO W-TK-HANDLED-CNT-D
0282AG       MOVE W-TK-NOT-CAND-CNT TO W-TK-NOT-CAND-CNT-D
0282AH       MOVE W-TK-IGNORED-CNT  TO W-TK-IGNORED-CNT-D
0282AI       MOVE W-TK-REJECT-CNT   TO W-TK-REJECT-CNT-D
0282AJ       MOVE W-TK-LAST-SEQ     TO W-TK-SEQ-D
0282AK       DISPLAY 'Change Feed Records Read: ' W-TK-READ-CNT-D
0282AL       DISPLAY '  Feeds Applied         : ' W-TK-FEEDS-CNT-D
0282AM       DISPLAY '  Last Feed Applied     : ' W-TK-SEQ-D
0282AN       DISPLAY '  Feed Already Applied  : ' W-TK-REAPPLY-CNT-D
0282AO       DISPLAY '  Key Handled Today     : ' W-TK-HANDLED-CNT-D
0282AP       DISPLAY '  Not A Candidate       : ' W-TK-NOT-CAND-CNT-D
0282AQ       DISPLAY '  Change Code Ignored   : ' W-TK-IGNORED-CNT-D
0282AR       DISPLAY '  Records Rejected      : ' W-TK-REJECT-CNT-D
0282AS     END-IF.
002826
002827* REQ 009 - RECORD THIS RUN INTO THE RUN-HISTORY TABLE SO
002828* 9500-TREND-REPORT HAS SOMETHING TO TREND NEXT TIME. SKIPPED
02829J       DISPLAY 'Partitions Consolidated : ' W-CONS-RUNS-CNT-D
02829K     END-IF.
02829L
0282AT* A TRICKLE RUN ADDS ITS COUNTS TO THE DAY'S ROW.  ITS MERGES ARE
0282AU* COMMITTED FEED BY FEED, SO THEY ARE ADDED EVEN WHEN AN SQL
0282AV* FAILURE STOPPED THE RUN SHORT
0282AW     IF WS-TRICKLE-MODE
0282AX        AND NOT WS-SIMULATE-MODE
0282AY        AND W-RUN-STARTED
0282AZ       PERFORM 9200-ROLL-UP-DAY THRU 9200-EXIT
0282A0     END-IF.
0282A5
002830     IF NOT WS-SIMULATE-MODE
0283A1        AND NOT W-PARTITIONED-RUN
0283AA        AND NOT WS-TRICKLE-MODE
0283A2        AND W-RUN-STARTED
0283A3        AND W-SQL-FAIL-IND = 'N'
002831       MOVE W-RUN-START-TS       TO RUN-TS
02852T
02852U 9100-EXIT.
02852V      EXIT.
0285A0
0285B0******************************************************************
0285CN* 9200-ROLL-UP-DAY                                               *
0285CO* ADDS THIS TRICKLE RUN'S CONTROL COUNTS TO THE DAY'S RUN-       *
0285CP* HISTORY ROW (STAMPED AT MIDNIGHT OF THE DAY THE RUN STARTED,   *
0285CQ* TYPE 'T'), CREATING THE ROW ON THE FIRST RUN OF THE DAY.       *
0285CR******************************************************************
0285CS
0285CT 9200-ROLL-UP-DAY.
0285CU
0285CV     MOVE W-TK-DAY-TS          TO RUN-TS.
0285CW     MOVE W-PROCESSED-CNT      TO PROCESSED-CNT.
0285CX     MOVE W-LOC-MERGED-CNT     TO MERGED-CNT.
0285CY     MOVE W-ERRORS-CNT         TO ERRORS-CNT.
0285CZ     MOVE W-NO-CANDIDATE-FOUND TO NO-CANDIDATE-CNT.
0285C0     MOVE W-PARENT-LOC-MISSING TO PARENT-MISSING-CNT.
0285DA     MOVE 'T'                  TO RUN-TYPE-C.
0285DB
0285DC     EXEC SQL
0285DD       UPDATE CL.TCLADRILD_RUN_HIST
0285DE          SET PROCESSED_CNT      = PROCESSED_CNT + :PROCESSED-CNT
0285DF             ,MERGED_CNT         = MERGED_CNT + :MERGED-CNT
0285DG             ,ERRORS_CNT         = ERRORS_CNT + :ERRORS-CNT
0285DH             ,NO_CANDIDATE_CNT   = NO_CANDIDATE_CNT
0285DI                                 + :NO-CANDIDATE-CNT
0285DJ             ,PARENT_MISSING_CNT = PARENT_MISSING_CNT
0285DK                                 + :PARENT-MISSING-CNT
0285DL        WHERE RUN_TS     = :RUN-TS
0285DM          AND RUN_TYPE_C = :RUN-TYPE-C
0285DN     END-EXEC.
0285DO
0285DP     IF SQLCODE = +100
0285DQ       EXEC SQL
0285DR         INSERT INTO CL.TCLADRILD_RUN_HIST
0285DS         (RUN_TS, PROCESSED_CNT, MERGED_CNT, ERRORS_CNT,
0285DT         NO_CANDIDATE_CNT, PARENT_MISSING_CNT, RUN_TYPE_C)
0285DU         VALUES
0285DV         (:RUN-TS, :PROCESSED-CNT, :MERGED-CNT, :ERRORS-CNT,
0285DW         :NO-CANDIDATE-CNT, :PARENT-MISSING-CNT, :RUN-TYPE-C)
0285DX       END-EXEC
0285DY     END-IF.
0285DZ
0285D0     IF SQLCODE NOT = 0
0285D1       DISPLAY 'WARNING - DAILY RUN-HISTORY ROW NOT UPDATED, '
0285D2           'SQLCODE=' SQLCODE
0285D3     END-IF.
0285D4
0285D5 9200-EXIT.
0285D6      EXIT.
02852W
02852X******************************************************************
02852Y* 9800-SET-RETURN-CODE                                           *
02852Z* GIVES THE SCHEDULER A RETURN CODE IT CAN ACT ON:               *
028530*   RC 8 - AN SQL FAILURE ENDED THE RUN EARLY, OR THE CONTROL-   *
028531*          TOTAL RECONCILIATION MISMATCHED, OR A TRICKLE RUN     *
0285D7*          WAS STOPPED BY ITS PARMS OR BY A FEED OUT OF SEQUENCE *
028532*   RC 4 - THE ERROR COUNT EXCEEDED A PARM TOLERANCE (MAX COUNT  *
028533*          AND/OR MAX PERCENT OF CANDIDATES PROCESSED)           *
0285D8*   A TRICKLE RUN REFUSED BECAUSE ANOTHER CLADRILD RUN HOLDS A   *
0285D9*   REGISTRATION GETS RC 4, NOT 8 - ITS FEED WAITS FOR THE NEXT  *
0285EA*   HOURLY RUN, AND THE NIGHTLY WINDOW REFUSES IT BY DESIGN      *
028534*   RC 0 - OTHERWISE                                             *
028535******************************************************************
028536
028537 9800-SET-RETURN-CODE.
028538
0285EB     IF W-LOCK-REFUSED
0285EC        AND WS-TRICKLE-MODE
0285ED        AND NOT W-SQL-FAILED
0285EE       MOVE 4 TO W-RETURN-CODE
0285EF       GO TO 9800-SET.
0285EG
028539     IF W-SQL-FAILED
02853A        OR W-RECON-MISMATCHED
02853Z         OR W-LOCK-REFUSED
0285EH        OR W-TK-STOPPED
02853B       MOVE 8 TO W-RETURN-CODE
02853C       GO TO 9800-SET.
02853D
02885A* A PARTITIONED RUN CANNOT RECONCILE AGAINST LST_MAINT_TS -
02885B* CONCURRENT PARTITIONS ALL MAINTAIN ROWS INSIDE THE SAME
02885C* WINDOW, SO THE DB COUNT IS NOT ATTRIBUTABLE TO THIS INSTANCE.
0288AA* NOR CAN A TRICKLE RUN - IT RUNS WHILE THE ONLINE SYSTEM IS
0288AB* MAINTAINING LOCATIONS INSIDE THE SAME WINDOW.
002866     EVALUATE TRUE
02885D       WHEN WS-SIMULATE-MODE
002867         MOVE 'Reconciliation skipped - SIMULATE mode, no commits'
02885E       WHEN W-PARTITIONED-RUN
02885F         MOVE 'Reconciliation skipped - partitioned run'
02885G         TO W-RECON-MSG
0288AC       WHEN WS-TRICKLE-MODE
0288AD         MOVE 'Reconciliation skipped - intraday trickle run'
0288AE         TO W-RECON-MSG
02885H       WHEN OTHER
002870         MOVE 0 TO W-DB-MERGED-CNT
002871         EXEC SQL
0289C6* CURSOR AT ALL (MERGED BY HAND, EXPIRED, OR SUPPRESSED) - IT IS *
0289C7* STAMPED CLEARED SO THE AGED BACKLOG ONLY SHOWS LIVE WORK.      *
0289C8* ONLY A WHOLE-TABLE, UNFILTERED, NON-RESTART REAL RUN CAN MAKE  *
0289C9* THAT CALL - A SELECTIVE, PARTITIONED, DIRECTED, TRICKLE OR     *
0289AA* RESTARTED RUN ONLY SAW A SLICE, AND A SIMULATE RUN COMMITTED   *
0289AB* NOTHING.                                                       *
0289CB******************************************************************
0289CC
0289CD 8200-SWEEP-CLEARED.
0289CE
0289CF     IF WS-SIMULATE-MODE
0289CG        OR WS-DIRECTED-MODE
0289AC        OR WS-TRICKLE-MODE
0289CH        OR WS-CONSOLIDATE-MODE
0289CI        OR W-PARTITIONED-RUN
0289CJ        OR WS-RESTART-MODE
002915         FETCH TRENDHIST
002916         INTO :RUN-TS, :PROCESSED-CNT, :MERGED-CNT,
002917         :ERRORS-CNT, :NO-CANDIDATE-CNT,
002918         :PARENT-MISSING-CNT, :RUN-TYPE-C
002919       END-EXEC
002920       IF SQLCODE = 0
002921         MOVE RUN-TS           TO TRND-RUN-TS
002924         MOVE ERRORS-CNT       TO TRND-ERRORS-CNT
002925         MOVE NO-CANDIDATE-CNT TO TRND-NO-CANDIDATE-CNT
002926         MOVE PARENT-MISSING-CNT TO TRND-PARENT-MISSING-CNT
0029AA         IF RUN-TYPE-C = 'T'
0029AB           MOVE 'TRICKLE' TO TRND-RUN-TYPE
0029AC         ELSE
0029AD           MOVE 'BATCH'   TO TRND-RUN-TYPE
0029AE         END-IF
002927         WRITE OUTPUT-REPORT-REC FROM TREND-DETAIL
002928       ELSE
002929         MOVE 'Y' TO WS-TREND-EOF
00294B         IF W-APPR-FILE-OPEN
0294A4           CLOSE APPROVED-FILE
0294A5         END-IF
0294AA       WHEN WS-TRICKLE-MODE
0294AB         IF W-FEED-FILE-OPEN
0294AC           CLOSE CHANGE-FEED
0294AD         END-IF
0294A6       WHEN OTHER
002945         EXEC SQL
002946           CLOSE SUBLOCATION
002952       CLOSE PATRON-EXTRACT
02952A       CLOSE DISP-EXTRACT
02952B       CLOSE HELD-FILE
0295XK       CLOSE DELTA-FILE
002953       CLOSE CHECKPOINT-FILE
02953A
02953B       IF W-PARTITIONED-RUN
