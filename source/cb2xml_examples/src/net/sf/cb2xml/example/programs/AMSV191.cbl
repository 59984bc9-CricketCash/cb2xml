000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV191                                      *
000040*   DESCRIPTION :  STREAM RUN-CONTROL SERVICE.  A CALLED        *
000050*                  SERVICE SUBPROGRAM THAT KEEPS THE KEYED      *
000060*                  RUN-CONTROL FILE (AMSVRUN, SEE AMSVRUNC) -   *
000070*                  ONE ROW PER CYCLE DATE AND STEP - FOR THE    *
000080*                  NIGHTLY VENDOR STREAM:                       *
000090*                    AMSV110  AMSV100  AMSV124  AMSV125         *
000100*                    AMSV160  AMSV165  AMSV130  AMSV150         *
000110*                    AMSV190  AMSV192                           *
000120*                  'START' REFUSES THE STEP (RETURN CODE 8)     *
000130*                  WHEN IT ALREADY COMPLETED FOR THE CYCLE OR   *
000140*                  WHEN THE STEP BEFORE IT DID NOT COMPLETE,    *
000150*                  AND OTHERWISE MARKS IT STARTED.  'DONE'      *
000160*                  MARKS IT COMPLETE, OR FAILED IF IT ENDED     *
000170*                  ABOVE RETURN CODE 4.  'LIST' RETURNS EVERY   *
000180*                  STEP'S STATUS FOR THE CYCLE.                 *
000190*                                                               *
000200*                  THE CYCLE DATE AND ANY FORCED RERUN COME     *
000210*                  FROM THE STREAM PARM CARD (DD AMSVRCP) THAT  *
000220*                  EVERY STEP SHARES, SO A STREAM RUNNING PAST  *
000230*                  MIDNIGHT STAYS ON ONE CYCLE.  WITHOUT A      *
000240*                  CARD THE CYCLE IS TODAY'S DATE.  A STEP      *
000250*                  NAMED IN THE FORCE COLUMN MAY RUN AGAIN      *
000260*                  AFTER COMPLETING; THE ROW IS FLAGGED FORCED. *
000270*                  THE FORCE DOES NOT EXCUSE AN INCOMPLETE      *
000280*                  PRIOR STEP.                                  *
000290*                                                               *
000300*   CALLING CONVENTION -                                        *
000310*       CALL 'AMSV191' USING AMSV191-PARMS.                     *
000320*       RCS-FUNCTION MUST BE 'START', 'DONE' OR 'LIST'.         *
000330*       FOR 'START' AND 'DONE' RCS-STEP-NAME MUST BE SET, AND   *
000340*       FOR 'DONE' RCS-STEP-RETURN-CODE.  RCS-CYCLE-DATE IS     *
000350*       RETURNED ON EVERY CALL.  RCS-RETURN-CODE COMES BACK     *
000360*       ZERO, 8 WHEN THE STEP MUST NOT RUN, OR 16 WHEN THE FILE *
000370*       COULD NOT BE USED, WITH THE REASON IN RCS-MESSAGE.  A   *
000380*       FORCED RERUN RETURNS ZERO WITH A MESSAGE.               *
000390*                                                               *
000400*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000410*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000420*   DATE-WRITTEN:  10/15/2026                                   *
000430*---------------------------------------------------------------*
000440*   MODIFICATION HISTORY                                        *
000450*---------------------------------------------------------------*
000460*   DATE       INIT  DESCRIPTION                                *
000470*   ---------- ----  ---------------------------------------    *
000480*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     AMSV191.
000520 AUTHOR.         D. KOWALCZYK.
000530 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000540 DATE-WRITTEN.   10/15/2026.
000550 DATE-COMPILED.  10/15/2026.
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT RUN-CONTROL-FILE ASSIGN TO AMSVRUN
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS RNC-KEY
000660         FILE STATUS IS WS-RUN-STATUS.
000670     SELECT STREAM-PARM ASSIGN TO AMSVRCP
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PARM-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RUN-CONTROL-FILE
000730     RECORDING MODE IS F.
000740 COPY AMSVRUNC.
000750 FD  STREAM-PARM
000760     RECORDING MODE IS F.
000770 01  STREAM-PARM-REC.
000780     05  RCP-CYCLE-DATE          PIC X(08).
000790     05  FILLER                  PIC X(01).
000800     05  RCP-FORCE-STEP          PIC X(08).
000810     05  FILLER                  PIC X(63).
000820 WORKING-STORAGE SECTION.
000830 01  WS-RUN-STATUS               PIC XX.
000840     88  WS-RUN-OK               VALUE '00'.
000850     88  WS-RUN-NO-FILE          VALUE '35'.
000860 01  WS-PARM-STATUS              PIC XX.
000870     88  WS-PARM-OK              VALUE '00'.
000880 01  WS-CYCLE-SWITCH             PIC X(01) VALUE 'N'.
000890     88  WS-CYCLE-KNOWN          VALUE 'Y'.
000900 01  WS-FOUND-SWITCH             PIC X(01).
000910     88  WS-ROW-FOUND            VALUE 'Y'.
000920 01  WS-FILE-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000930     88  WS-FILE-IS-OPEN         VALUE 'Y'.
000940 01  WS-CYCLE-DATE               PIC 9(08).
000950 01  WS-FORCE-STEP               PIC X(08).
000960 01  WS-CURRENT-DATE             PIC 9(08).
000970 01  WS-CURRENT-TIME             PIC 9(08).
000980 01  WS-STEP-SUB                 PIC 9(03) COMP.
000990 01  WS-THIS-STEP-SUB            PIC 9(03) COMP.
001000 01  WS-PRIOR-STEP-SUB           PIC 9(03) COMP.
001010*****************************************************************
001020*   THE STREAM, IN RUN ORDER.  A NEW STEP GOES IN HERE, IN      *
001030*   AMSV190'S STEP TABLE AND IN THE RESTART REPORT AMSV194.     *
001040*****************************************************************
001050 01  WS-STREAM-STEP-NAMES.
001060     05  FILLER                  PIC X(08) VALUE 'AMSV110 '.
001070     05  FILLER                  PIC X(08) VALUE 'AMSV100 '.
001080     05  FILLER                  PIC X(08) VALUE 'AMSV124 '.
001090     05  FILLER                  PIC X(08) VALUE 'AMSV125 '.
001100     05  FILLER                  PIC X(08) VALUE 'AMSV160 '.
001110     05  FILLER                  PIC X(08) VALUE 'AMSV165 '.
001120     05  FILLER                  PIC X(08) VALUE 'AMSV130 '.
001130     05  FILLER                  PIC X(08) VALUE 'AMSV150 '.
001140     05  FILLER                  PIC X(08) VALUE 'AMSV190 '.
001150     05  FILLER                  PIC X(08) VALUE 'AMSV192 '.
001160 01  WS-STREAM-STEP-TABLE REDEFINES WS-STREAM-STEP-NAMES.
001170     05  WS-STREAM-STEP OCCURS 10 TIMES
001180                                 PIC X(08).
001190 LINKAGE SECTION.
001200 COPY AMSV191.
001210 PROCEDURE DIVISION USING AMSV191-PARMS.
001220*****************************************************************
001230*    0000-MAINLINE                                              *
001240*****************************************************************
001250 0000-MAINLINE.
001260     MOVE ZERO TO RCS-RETURN-CODE.
001270     MOVE SPACES TO RCS-MESSAGE.
001280     PERFORM 1000-GET-CYCLE-DATE THRU 1000-EXIT.
001290     MOVE WS-CYCLE-DATE TO RCS-CYCLE-DATE.
001300     IF RCS-FUNC-START
001310         PERFORM 2000-START-STEP THRU 2000-EXIT
001320     ELSE
001330         IF RCS-FUNC-DONE
001340             PERFORM 3000-END-STEP THRU 3000-EXIT
001350         ELSE
001360             IF RCS-FUNC-LIST
001370                 PERFORM 4000-LIST-STREAM THRU 4000-EXIT
001380             END-IF
001390         END-IF
001400     END-IF.
001410     IF WS-FILE-IS-OPEN
001420         CLOSE RUN-CONTROL-FILE
001430         MOVE 'N' TO WS-FILE-OPEN-SWITCH
001440     END-IF.
001450     GOBACK.
001460*****************************************************************
001470*    1000-GET-CYCLE-DATE                                        *
001480*        READ ONCE PER RUN UNIT - 'START' AND 'DONE' FROM ONE   *
001490*        STEP ALWAYS AGREE ON THE CYCLE.                        *
001500*****************************************************************
001510 1000-GET-CYCLE-DATE.
001520     IF WS-CYCLE-KNOWN
001530         GO TO 1000-EXIT
001540     END-IF.
001550     SET WS-CYCLE-KNOWN TO TRUE.
001560     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
001570     MOVE SPACES TO WS-FORCE-STEP.
001580     OPEN INPUT STREAM-PARM.
001590     IF NOT WS-PARM-OK
001600         GO TO 1000-EXIT
001610     END-IF.
001620     READ STREAM-PARM
001630         AT END
001640             CLOSE STREAM-PARM
001650             GO TO 1000-EXIT
001660     END-READ.
001670     IF RCP-CYCLE-DATE NUMERIC
001680        AND RCP-CYCLE-DATE NOT = ZERO
001690         MOVE RCP-CYCLE-DATE TO WS-CYCLE-DATE
001700     END-IF.
001710     MOVE RCP-FORCE-STEP TO WS-FORCE-STEP.
001720     CLOSE STREAM-PARM.
001730 1000-EXIT.
001740     EXIT.
001750*****************************************************************
001760*    1100-FIND-STEP                                             *
001770*        WS-THIS-STEP-SUB COMES BACK ZERO FOR A STEP NOT IN THE *
001780*        STREAM.                                                *
001790*****************************************************************
001800 1100-FIND-STEP.
001810     MOVE ZERO TO WS-THIS-STEP-SUB
001820                  WS-STEP-SUB.
001830     PERFORM 1110-TEST-ONE-STEP THRU 1110-EXIT
001840         UNTIL WS-THIS-STEP-SUB NOT = ZERO
001850            OR WS-STEP-SUB NOT LESS THAN 10.
001860     IF WS-THIS-STEP-SUB = ZERO
001870         MOVE 16 TO RCS-RETURN-CODE
001880         MOVE 'STEP IS NOT IN THE NIGHTLY STREAM' TO RCS-MESSAGE
001890     END-IF.
001900 1100-EXIT.
001910     EXIT.
001920*****************************************************************
001930*    1110-TEST-ONE-STEP                                         *
001940*****************************************************************
001950 1110-TEST-ONE-STEP.
001960     ADD 1 TO WS-STEP-SUB.
001970     IF WS-STREAM-STEP (WS-STEP-SUB) = RCS-STEP-NAME
001980         MOVE WS-STEP-SUB TO WS-THIS-STEP-SUB
001990     END-IF.
002000 1110-EXIT.
002010     EXIT.
002020*****************************************************************
002030*    1200-OPEN-FOR-UPDATE                                       *
002040*        THE FIRST CYCLE EVER FINDS AN EMPTY CLUSTER, WHICH     *
002050*        MUST BE OPENED FOR OUTPUT ONCE BEFORE IT WILL OPEN     *
002060*        I-O.                                                   *
002070*****************************************************************
002080 1200-OPEN-FOR-UPDATE.
002090     OPEN I-O RUN-CONTROL-FILE.
002100     IF WS-RUN-NO-FILE
002110         OPEN OUTPUT RUN-CONTROL-FILE
002120         CLOSE RUN-CONTROL-FILE
002130         OPEN I-O RUN-CONTROL-FILE
002140     END-IF.
002150     IF NOT WS-RUN-OK
002160         MOVE 16 TO RCS-RETURN-CODE
002170         STRING 'RUN-CONTROL FILE OPEN FAILED, STATUS '
002180             WS-RUN-STATUS DELIMITED BY SIZE
002190             INTO RCS-MESSAGE
002200         END-STRING
002210         GO TO 1200-EXIT
002220     END-IF.
002230     SET WS-FILE-IS-OPEN TO TRUE.
002240 1200-EXIT.
002250     EXIT.
002260*****************************************************************
002270*    1300-READ-STEP-ROW                                         *
002280*        READS THE CYCLE'S ROW FOR WS-STREAM-STEP (WS-STEP-SUB).*
002290*****************************************************************
002300 1300-READ-STEP-ROW.
002310     MOVE 'N' TO WS-FOUND-SWITCH.
002320     MOVE WS-CYCLE-DATE TO RNC-CYCLE-DATE.
002330     MOVE WS-STREAM-STEP (WS-STEP-SUB) TO RNC-STEP-NAME.
002340     READ RUN-CONTROL-FILE
002350         INVALID KEY
002360             GO TO 1300-EXIT
002370     END-READ.
002380     IF WS-RUN-OK
002390         SET WS-ROW-FOUND TO TRUE
002400     END-IF.
002410 1300-EXIT.
002420     EXIT.
002430*****************************************************************
002440*    1400-SAVE-STEP-ROW                                         *
002450*****************************************************************
002460 1400-SAVE-STEP-ROW.
002470     IF WS-ROW-FOUND
002480         REWRITE RUN-CONTROL-RECORD
002490     ELSE
002500         WRITE RUN-CONTROL-RECORD
002510     END-IF.
002520     IF NOT WS-RUN-OK
002530         MOVE 16 TO RCS-RETURN-CODE
002540         STRING 'RUN-CONTROL FILE UPDATE FAILED, STATUS '
002550             WS-RUN-STATUS DELIMITED BY SIZE
002560             INTO RCS-MESSAGE
002570         END-STRING
002580     END-IF.
002590 1400-EXIT.
002600     EXIT.
002610*****************************************************************
002620*    2000-START-STEP                                            *
002630*        THE PRIOR STEP IS CHECKED FIRST - A STEP WHOSE INPUT   *
002640*        WAS NEVER FINISHED MUST NOT RUN EVEN WHEN FORCED.      *
002650*****************************************************************
002660 2000-START-STEP.
002670     PERFORM 1100-FIND-STEP THRU 1100-EXIT.
002680     IF RCS-RETURN-CODE NOT = ZERO
002690         GO TO 2000-EXIT
002700     END-IF.
002710     PERFORM 1200-OPEN-FOR-UPDATE THRU 1200-EXIT.
002720     IF RCS-RETURN-CODE NOT = ZERO
002730         GO TO 2000-EXIT
002740     END-IF.
002750     IF WS-THIS-STEP-SUB > 1
002760         COMPUTE WS-PRIOR-STEP-SUB = WS-THIS-STEP-SUB - 1
002770         MOVE WS-PRIOR-STEP-SUB TO WS-STEP-SUB
002780         PERFORM 1300-READ-STEP-ROW THRU 1300-EXIT
002790         IF NOT WS-ROW-FOUND
002800            OR NOT RNC-STEP-COMPLETE
002810             MOVE 8 TO RCS-RETURN-CODE
002820             STRING 'PRIOR STEP ' DELIMITED BY SIZE
002830                 WS-STREAM-STEP (WS-PRIOR-STEP-SUB)
002840                     DELIMITED BY SPACE
002850                 ' NOT COMPLETE - STEP NOT RUN'
002860                     DELIMITED BY SIZE
002870                 INTO RCS-MESSAGE
002880             END-STRING
002890             GO TO 2000-EXIT
002900         END-IF
002910     END-IF.
002920     MOVE WS-THIS-STEP-SUB TO WS-STEP-SUB.
002930     PERFORM 1300-READ-STEP-ROW THRU 1300-EXIT.
002940     IF WS-ROW-FOUND AND RNC-STEP-COMPLETE
002950         IF RCS-STEP-NAME = WS-FORCE-STEP
002960             MOVE 'COMPLETE FOR THIS CYCLE - FORCED RERUN'
002970                 TO RCS-MESSAGE
002980         ELSE
002990             MOVE 8 TO RCS-RETURN-CODE
003000             MOVE 'ALREADY COMPLETE FOR THIS CYCLE - NOT RERUN'
003010                 TO RCS-MESSAGE
003020             GO TO 2000-EXIT
003030         END-IF
003040     END-IF.
003050     IF WS-ROW-FOUND
003060         ADD 1 TO RNC-RUN-COUNT
003070     ELSE
003080         MOVE SPACES TO RUN-CONTROL-RECORD
003090         MOVE WS-CYCLE-DATE TO RNC-CYCLE-DATE
003100         MOVE RCS-STEP-NAME TO RNC-STEP-NAME
003110         MOVE 1 TO RNC-RUN-COUNT
003120     END-IF.
003130     IF RCS-STEP-NAME = WS-FORCE-STEP
003140         SET RNC-FORCED-RERUN TO TRUE
003150     ELSE
003160         MOVE 'N' TO RNC-FORCED-SWITCH
003170     END-IF.
003180     SET RNC-STEP-STARTED TO TRUE.
003190     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003200     ACCEPT WS-CURRENT-TIME FROM TIME.
003210     MOVE WS-CURRENT-DATE TO RNC-START-DATE.
003220     MOVE WS-CURRENT-TIME TO RNC-START-TIME.
003230     MOVE ZERO TO RNC-END-DATE
003240                  RNC-END-TIME
003250                  RNC-STEP-RETURN-CODE.
003260     PERFORM 1400-SAVE-STEP-ROW THRU 1400-EXIT.
003270 2000-EXIT.
003280     EXIT.
003290*****************************************************************
003300*    3000-END-STEP                                              *
003310*        RETURN CODE 4 IS A WARNING THE STREAM RUNS ON FROM;    *
003320*        ANYTHING HIGHER LEAVES THE STEP TO BE RERUN.           *
003330*****************************************************************
003340 3000-END-STEP.
003350     PERFORM 1100-FIND-STEP THRU 1100-EXIT.
003360     IF RCS-RETURN-CODE NOT = ZERO
003370         GO TO 3000-EXIT
003380     END-IF.
003390     PERFORM 1200-OPEN-FOR-UPDATE THRU 1200-EXIT.
003400     IF RCS-RETURN-CODE NOT = ZERO
003410         GO TO 3000-EXIT
003420     END-IF.
003430     MOVE WS-THIS-STEP-SUB TO WS-STEP-SUB.
003440     PERFORM 1300-READ-STEP-ROW THRU 1300-EXIT.
003450     IF NOT WS-ROW-FOUND
003460         MOVE SPACES TO RUN-CONTROL-RECORD
003470         MOVE WS-CYCLE-DATE TO RNC-CYCLE-DATE
003480         MOVE RCS-STEP-NAME TO RNC-STEP-NAME
003490         MOVE ZERO TO RNC-START-DATE
003500                      RNC-START-TIME
003510         MOVE 1 TO RNC-RUN-COUNT
003520         MOVE 'N' TO RNC-FORCED-SWITCH
003530     END-IF.
003540     IF RCS-STEP-RETURN-CODE > 4
003550         SET RNC-STEP-FAILED TO TRUE
003560     ELSE
003570         SET RNC-STEP-COMPLETE TO TRUE
003580     END-IF.
003590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003600     ACCEPT WS-CURRENT-TIME FROM TIME.
003610     MOVE WS-CURRENT-DATE TO RNC-END-DATE.
003620     MOVE WS-CURRENT-TIME TO RNC-END-TIME.
003630     MOVE RCS-STEP-RETURN-CODE TO RNC-STEP-RETURN-CODE.
003640     PERFORM 1400-SAVE-STEP-ROW THRU 1400-EXIT.
003650 3000-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    4000-LIST-STREAM                                           *
003690*        A MISSING FILE SIMPLY MEANS NO STEP HAS RUN YET; ANY   *
003700*        OTHER OPEN FAILURE IS RETURNED RATHER THAN REPORTING   *
003710*        EVERY STEP AS NOT RUN.                                 *
003720*****************************************************************
003730 4000-LIST-STREAM.
003740     MOVE ZERO TO RCS-REMAINING-COUNT.
003750     MOVE SPACES TO RCS-RESTART-STEP.
003760     OPEN INPUT RUN-CONTROL-FILE.
003770     IF WS-RUN-OK
003780         SET WS-FILE-IS-OPEN TO TRUE
003790     ELSE
003800         IF NOT WS-RUN-NO-FILE
003810             MOVE 16 TO RCS-RETURN-CODE
003820             STRING 'RUN-CONTROL FILE OPEN FAILED, STATUS '
003830                 WS-RUN-STATUS DELIMITED BY SIZE
003840                 INTO RCS-MESSAGE
003850             END-STRING
003860             GO TO 4000-EXIT
003870         END-IF
003880     END-IF.
003890     PERFORM 4100-LIST-ONE-STEP THRU 4100-EXIT
003900         VARYING WS-STEP-SUB FROM 1 BY 1
003910         UNTIL WS-STEP-SUB > 10.
003920 4000-EXIT.
003930     EXIT.
003940*****************************************************************
003950*    4100-LIST-ONE-STEP                                         *
003960*        A STEP WITH NO ROW IS LISTED WITH A BLANK STATUS.      *
003970*****************************************************************
003980 4100-LIST-ONE-STEP.
003990     MOVE WS-STREAM-STEP (WS-STEP-SUB)
004000         TO RCS-LIST-STEP-NAME (WS-STEP-SUB).
004010     MOVE 'N' TO WS-FOUND-SWITCH.
004020     IF WS-FILE-IS-OPEN
004030         PERFORM 1300-READ-STEP-ROW THRU 1300-EXIT
004040     END-IF.
004050     IF WS-ROW-FOUND
004060         MOVE RNC-STEP-STATUS TO RCS-LIST-STATUS (WS-STEP-SUB)
004070         MOVE RNC-STEP-RETURN-CODE
004080             TO RCS-LIST-RETURN-CODE (WS-STEP-SUB)
004090         MOVE RNC-RUN-COUNT TO RCS-LIST-RUN-COUNT (WS-STEP-SUB)
004100         MOVE RNC-END-DATE TO RCS-LIST-END-DATE (WS-STEP-SUB)
004110         MOVE RNC-END-TIME TO RCS-LIST-END-TIME (WS-STEP-SUB)
004120     ELSE
004130         MOVE SPACE TO RCS-LIST-STATUS (WS-STEP-SUB)
004140         MOVE ZERO TO RCS-LIST-RETURN-CODE (WS-STEP-SUB)
004150                      RCS-LIST-RUN-COUNT (WS-STEP-SUB)
004160                      RCS-LIST-END-DATE (WS-STEP-SUB)
004170                      RCS-LIST-END-TIME (WS-STEP-SUB)
004180     END-IF.
004190     IF RCS-LIST-STATUS (WS-STEP-SUB) NOT = 'C'
004200         ADD 1 TO RCS-REMAINING-COUNT
004210         IF RCS-RESTART-STEP = SPACES
004220             MOVE WS-STREAM-STEP (WS-STEP-SUB)
004230                 TO RCS-RESTART-STEP
004240         END-IF
004250     END-IF.
004260 4100-EXIT.
004270     EXIT.
