000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV106                                      *
000040*   DESCRIPTION :  POSTCODE BOUNDARY CHANGE IMPACT RUN.  AMSV105 *
000050*                  PROVES A NEW STATE/POSTCODE TABLE FILE IS     *
000060*                  WELL FORMED; THIS RUN SAYS WHAT IT WILL DO    *
000070*                  TO THE MASTER.  EVERY FUTURE EFFECTIVE DATE   *
000080*                  ON THE TABLE FILE (AMSVSTP, SEE AMSVSTPF) IS  *
000090*                  TAKEN IN TURN, AND EVERY AMS-VENDOR RECORD    *
000100*                  WHOSE STATE AGREES WITH ITS POSTCODE UNDER    *
000110*                  THE TABLE IN FORCE TODAY BUT NOT UNDER THE    *
000120*                  TABLE IN FORCE ON THAT DATE IS LISTED, BY     *
000130*                  BRAND - THE RECORDS THAT WOULD OTHERWISE      *
000140*                  TURN UP AS AMSV100/AMSV125 REJECTS THE        *
000150*                  MORNING AFTER.                                *
000160*                                                               *
000170*                  WHERE EXACTLY ONE STATE CARRIES THE POSTCODE  *
000180*                  ON THE NEW TABLE, A CHANGE TRANSACTION WITH   *
000190*                  THAT STATE IS WRITTEN IN THE AMSVPTRN LAYOUT, *
000200*                  DATED TO THE EFFECTIVE DATE, SO AMSV124       *
000210*                  RELEASES IT TO AMSV125 ON THE NIGHT THE NEW   *
000220*                  ROWS TAKE FORCE.  A POSTCODE NO STATE CARRIES *
000230*                  ON THE NEW TABLE, OR ONE SHARED BY TWO        *
000240*                  STATES (THE 2620 QUEANBEYAN CASE), IS LISTED  *
000250*                  FOR THE CLERKS TO DECIDE - NO TRANSACTION.    *
000260*                                                               *
000270*                  THE TRANSACTIONS CARRY THE PARAMETER-CARD     *
000280*                  OPERATOR ID, WHO MUST HOLD CHANGE AUTHORITY   *
000290*                  FOR EVERY BRAND LISTED OR AMSV125 WILL        *
000300*                  SUSPEND THEM.  THE LISTING IS REVIEWED FIRST; *
000310*                  OPERATIONS THEN ADDS THE TRANSACTION FILE TO  *
000320*                  THE AMSV124 DATED INPUT ONCE - A SECOND RUN   *
000330*                  FOR THE SAME DATE WRITES THE SAME             *
000340*                  TRANSACTIONS AGAIN.  THE CARD MAY LIMIT THE   *
000350*                  RUN TO EFFECTIVE DATES UP TO A THROUGH DATE.  *
000360*                                                               *
000370*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000380*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000390*   DATE-WRITTEN:  10/15/2026                                   *
000400*---------------------------------------------------------------*
000410*   MODIFICATION HISTORY                                        *
000420*---------------------------------------------------------------*
000430*   DATE       INIT  DESCRIPTION                                *
000440*   ---------- ----  ---------------------------------------    *
000450*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.     AMSV106.
000490 AUTHOR.         D. KOWALCZYK.
000500 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000510 DATE-WRITTEN.   10/15/2026.
000520 DATE-COMPILED.  10/15/2026.
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT AMSV106-PARM ASSIGN TO AMV06PC
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PARM-STATUS.
000620     SELECT STATE-POSTCODE-FILE ASSIGN TO AMSVSTP
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-STPC-FILE-STATUS.
000650     SELECT AMS-VENDOR-MASTER ASSIGN TO AMSVMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS AMS-VENDOR-KEY
000690         FILE STATUS IS WS-MASTER-STATUS.
000700     SELECT BOUNDARY-TRANS-FILE ASSIGN TO AMV06TD
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-TRANS-STATUS.
000730     SELECT AMSV106-REPORT ASSIGN TO AMV06RP
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  AMSV106-PARM
000790     RECORDING MODE IS F.
000800 01  AMSV106-PARM-REC.
000810     05  PRM-CHANGED-BY          PIC X(08).
000820     05  PRM-THROUGH-DATE        PIC 9(08).
000830     05  FILLER                  PIC X(64).
000840 FD  STATE-POSTCODE-FILE
000850     RECORDING MODE IS F.
000860 COPY AMSVSTPF.
000870 FD  AMS-VENDOR-MASTER
000880     RECORDING MODE IS F.
000890 COPY Vendor.
000900 FD  BOUNDARY-TRANS-FILE
000910     RECORDING MODE IS F.
000920 COPY AMSVPTRN.
000930 FD  AMSV106-REPORT
000940     RECORDING MODE IS F.
000950 01  AMSV106-REPORT-LINE         PIC X(132).
000960 WORKING-STORAGE SECTION.
000970 01  WS-PARM-STATUS              PIC XX.
000980     88  WS-PARM-OK              VALUE '00'.
000990 01  WS-STPC-FILE-STATUS         PIC XX.
001000     88  WS-STPC-FILE-OK         VALUE '00'.
001010 01  WS-MASTER-STATUS            PIC XX.
001020     88  WS-MASTER-OK            VALUE '00'.
001030 01  WS-TRANS-STATUS             PIC XX.
001040     88  WS-TRANS-OK             VALUE '00'.
001050 01  WS-REPORT-STATUS            PIC XX.
001060     88  WS-REPORT-OK            VALUE '00'.
001070 01  WS-SWITCHES.
001080     05  WS-STPC-EOF-SWITCH      PIC X(01) VALUE 'N'.
001090         88  WS-STPC-EOF         VALUE 'Y'.
001100     05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
001110         88  WS-MASTER-EOF       VALUE 'Y'.
001120     05  WS-AGREES-SWITCH        PIC X(01).
001130         88  WS-AGREES           VALUE 'Y'.
001140     05  WS-DATE-KNOWN-SWITCH    PIC X(01).
001150         88  WS-DATE-KNOWN       VALUE 'Y'.
001160     05  WS-SLOT-FOUND-SWITCH    PIC X(01).
001170         88  WS-SLOT-FOUND       VALUE 'Y'.
001180 01  WS-COUNTERS.
001190     05  WS-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
001200     05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
001210     05  WS-RECORDS-AFFECTED     PIC 9(07) COMP VALUE ZERO.
001220     05  WS-TRANS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001230     05  WS-NO-STATE-FOUND       PIC 9(07) COMP VALUE ZERO.
001240     05  WS-STATE-SHARED         PIC 9(07) COMP VALUE ZERO.
001250     05  WS-BRAND-AFFECTED       PIC 9(07) COMP VALUE ZERO.
001260 01  WS-RUN-DATE                 PIC 9(08).
001270 01  WS-THROUGH-DATE             PIC 9(08).
001280 01  WS-TEST-DATE                PIC 9(08).
001290 01  WS-TEST-STATE               PIC X(03).
001300 01  WS-WORK-STATE               PIC X(03).
001310 01  WS-NEW-STATE                PIC X(03).
001320 01  WS-STATES-FOUND             PIC 9(03) COMP VALUE ZERO.
001330 01  WS-CURRENT-BRAND            PIC X(03) VALUE LOW-VALUES.
001340 01  WS-ROW-SUB                  PIC 9(05) COMP VALUE ZERO.
001350 01  WS-DATE-SUB                 PIC 9(03) COMP VALUE ZERO.
001360 01  WS-SHIFT-SUB                PIC 9(03) COMP VALUE ZERO.
001370*****************************************************************
001380*   EVERY ROW OF THE TABLE FILE, WHATEVER ITS DATES - THE        *
001390*   AMSVSTPC TABLE ONLY HOLDS ONE DATE'S WORTH, AND THIS RUN     *
001400*   ASKS THE QUESTION FOR SEVERAL DATES AT ONCE.                 *
001410*****************************************************************
001420 01  WS-ROW-COUNT                PIC 9(05) COMP VALUE ZERO.
001430 01  WS-ROW-TABLE-AREA.
001440     05  WS-ROW-ENTRY OCCURS 1 TO 1000 TIMES
001450             DEPENDING ON WS-ROW-COUNT.
001460         10  WRT-STATE           PIC X(03).
001470         10  WRT-LOW-POSTCODE    PIC 9(04).
001480         10  WRT-HIGH-POSTCODE   PIC 9(04).
001490         10  WRT-EFFECTIVE-DATE  PIC 9(08).
001500         10  WRT-EXPIRY-DATE     PIC 9(08).
001510*****************************************************************
001520*   THE DISTINCT FUTURE EFFECTIVE DATES, KEPT IN ASCENDING       *
001530*   ORDER SO A RECORD IS CARRIED FORWARD THROUGH EACH CHANGE     *
001540*   IN THE ORDER THE CHANGES TAKE FORCE.                         *
001550*****************************************************************
001560 01  WS-DATE-COUNT               PIC 9(03) COMP VALUE ZERO.
001570 01  WS-DATE-TABLE-AREA.
001580     05  WS-DATE-ENTRY OCCURS 1 TO 100 TIMES
001590             DEPENDING ON WS-DATE-COUNT.
001600         10  WDT-EFFECTIVE-DATE  PIC 9(08).
001610         10  WDT-AFFECTED        PIC 9(07) COMP.
001620 01  WS-REPORT-HEADING-1.
001630     05  FILLER                  PIC X(41)
001640             VALUE 'AMSV106 - POSTCODE BOUNDARY CHANGE IMPACT'.
001650     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
001660     05  RH-RUN-DATE             PIC 9(08).
001670     05  FILLER                  PIC X(10) VALUE '  THROUGH '.
001680     05  RH-THROUGH-DATE         PIC 9(08).
001690     05  FILLER                  PIC X(55) VALUE SPACES.
001700 01  WS-REPORT-DATE-LINE.
001710     05  FILLER                  PIC X(27)
001720             VALUE '   TABLE CHANGE EFFECTIVE: '.
001730     05  RL-EFFECTIVE-DATE       PIC 9(08).
001740     05  FILLER                  PIC X(97) VALUE SPACES.
001750 01  WS-REPORT-BRAND-LINE.
001760     05  FILLER                  PIC X(09) VALUE '   BRAND '.
001770     05  RB-BRAND                PIC X(03).
001780     05  FILLER                  PIC X(120) VALUE SPACES.
001790 01  WS-REPORT-DETAIL-LINE.
001800     05  FILLER                  PIC X(05) VALUE SPACES.
001810     05  RD-BRAND                PIC X(03).
001820     05  FILLER                  PIC X(01) VALUE '/'.
001830     05  RD-LOCATION-NUMBER      PIC 9(04).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  RD-LOCATION-NAME        PIC X(35).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  RD-POSTCODE             PIC 9(04).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  RD-OLD-STATE            PIC X(03).
001900     05  FILLER                  PIC X(04) VALUE ' -> '.
001910     05  RD-NEW-STATE            PIC X(03).
001920     05  FILLER                  PIC X(07) VALUE '  EFF: '.
001930     05  RD-EFFECTIVE-DATE       PIC 9(08).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  RD-REMARK               PIC X(40).
001960     05  FILLER                  PIC X(07) VALUE SPACES.
001970 01  WS-REPORT-TOTAL-LINE.
001980     05  FILLER                  PIC X(20).
001990     05  RT-COUNT                PIC ZZZ,ZZ9.
002000     05  FILLER                  PIC X(105) VALUE SPACES.
002010 PROCEDURE DIVISION.
002020*****************************************************************
002030*    0000-MAINLINE                                              *
002040*****************************************************************
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 2000-CHECK-ONE-VENDOR THRU 2000-EXIT
002080         UNTIL WS-MASTER-EOF.
002090     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002100     STOP RUN.
002110*****************************************************************
002120*    1000-INITIALIZE                                            *
002130*        A THROUGH DATE OF ZERO TAKES EVERY FUTURE EFFECTIVE    *
002140*        DATE ON THE FILE.  NO FUTURE DATES AT ALL IS NOT AN    *
002150*        ERROR - THE RUN JUST HAS NOTHING TO SAY.               *
002160*****************************************************************
002170 1000-INITIALIZE.
002180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002190     OPEN INPUT AMSV106-PARM.
002200     IF NOT WS-PARM-OK
002210         DISPLAY 'AMSV106 - OPEN FAILED, AMSV106-PARM '
002220             WS-PARM-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     READ AMSV106-PARM
002270         AT END
002280             DISPLAY 'AMSV106 - PARAMETER CARD IS MISSING'
002290             MOVE 16 TO RETURN-CODE
002300             STOP RUN
002310     END-READ.
002320     CLOSE AMSV106-PARM.
002330     IF PRM-CHANGED-BY = SPACES
002340         DISPLAY 'AMSV106 - OPERATOR ID IS MISSING'
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     IF PRM-THROUGH-DATE NOT NUMERIC
002390         DISPLAY 'AMSV106 - THROUGH DATE IS NOT VALID'
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     IF PRM-THROUGH-DATE = ZERO
002440         MOVE 99999999 TO WS-THROUGH-DATE
002450     ELSE
002460         MOVE PRM-THROUGH-DATE TO WS-THROUGH-DATE
002470     END-IF.
002480     PERFORM 1100-LOAD-TABLE-FILE THRU 1100-EXIT.
002490     OPEN INPUT AMS-VENDOR-MASTER.
002500     IF NOT WS-MASTER-OK
002510         DISPLAY 'AMSV106 - OPEN FAILED, AMS-VENDOR-MASTER '
002520             WS-MASTER-STATUS
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     OPEN OUTPUT BOUNDARY-TRANS-FILE.
002570     IF NOT WS-TRANS-OK
002580         DISPLAY 'AMSV106 - OPEN FAILED, BOUNDARY-TRANS-FILE '
002590             WS-TRANS-STATUS
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     OPEN OUTPUT AMSV106-REPORT.
002640     IF NOT WS-REPORT-OK
002650         DISPLAY 'AMSV106 - OPEN FAILED, AMSV106-REPORT '
002660             WS-REPORT-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002710     MOVE WS-THROUGH-DATE TO RH-THROUGH-DATE.
002720     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-HEADING-1.
002730     MOVE ZERO TO WS-DATE-SUB.
002740     PERFORM 1400-LIST-ONE-DATE THRU 1400-EXIT
002750         UNTIL WS-DATE-SUB NOT LESS THAN WS-DATE-COUNT.
002760     IF WS-DATE-COUNT = ZERO
002770         MOVE '   NO TABLE CHANGES PENDING' TO AMSV106-REPORT-LINE
002780         WRITE AMSV106-REPORT-LINE
002790     END-IF.
002800     PERFORM 1900-READ-VENDOR THRU 1900-EXIT.
002810 1000-EXIT.
002820     EXIT.
002830*****************************************************************
002840*    1100-LOAD-TABLE-FILE                                       *
002850*        THE FILE IS AMSV105-EDITED BEFORE IT IS INSTALLED, SO  *
002860*        A ROW THAT IS NOT NUMERIC IS SIMPLY PASSED OVER HERE.  *
002870*        A MISSING OR EMPTY TABLE FILE IS FATAL, AS IT IS IN    *
002880*        AMSV100.                                               *
002890*****************************************************************
002900 1100-LOAD-TABLE-FILE.
002910     OPEN INPUT STATE-POSTCODE-FILE.
002920     IF NOT WS-STPC-FILE-OK
002930         DISPLAY 'AMSV106 - OPEN FAILED, STATE-POSTCODE-FILE '
002940             WS-STPC-FILE-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     PERFORM 1200-LOAD-ONE-TABLE-ROW THRU 1200-EXIT
002990         UNTIL WS-STPC-EOF.
003000     CLOSE STATE-POSTCODE-FILE.
003010     IF WS-ROW-COUNT = ZERO
003020         DISPLAY 'AMSV106 - STATE/POSTCODE TABLE FILE IS EMPTY '
003030             '- RUN ABORTED'
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070 1100-EXIT.
003080     EXIT.
003090*****************************************************************
003100*    1200-LOAD-ONE-TABLE-ROW                                    *
003110*****************************************************************
003120 1200-LOAD-ONE-TABLE-ROW.
003130     READ STATE-POSTCODE-FILE
003140         AT END
003150             SET WS-STPC-EOF TO TRUE
003160             GO TO 1200-EXIT
003170     END-READ.
003180     ADD 1 TO WS-ROWS-READ.
003190     IF STF-LOW-POSTCODE NOT NUMERIC
003200        OR STF-HIGH-POSTCODE NOT NUMERIC
003210        OR STF-EFFECTIVE-DATE NOT NUMERIC
003220        OR STF-EXPIRY-DATE NOT NUMERIC
003230         GO TO 1200-EXIT
003240     END-IF.
003250     IF WS-ROW-COUNT NOT LESS THAN 1000
003260         DISPLAY 'AMSV106 - POSTCODE TABLE FILE EXCEEDS THE '
003270             '1000-ROW WORK TABLE - RUN ABORTED'
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     ADD 1 TO WS-ROW-COUNT.
003320     MOVE STF-STATE TO WRT-STATE (WS-ROW-COUNT).
003330     MOVE STF-LOW-POSTCODE TO WRT-LOW-POSTCODE (WS-ROW-COUNT).
003340     MOVE STF-HIGH-POSTCODE TO WRT-HIGH-POSTCODE (WS-ROW-COUNT).
003350     MOVE STF-EFFECTIVE-DATE
003360         TO WRT-EFFECTIVE-DATE (WS-ROW-COUNT).
003370     MOVE STF-EXPIRY-DATE TO WRT-EXPIRY-DATE (WS-ROW-COUNT).
003380     IF STF-EFFECTIVE-DATE > WS-RUN-DATE
003390        AND STF-EFFECTIVE-DATE NOT GREATER THAN WS-THROUGH-DATE
003400         PERFORM 1300-NOTE-EFFECTIVE-DATE THRU 1300-EXIT
003410     END-IF.
003420 1200-EXIT.
003430     EXIT.
003440*****************************************************************
003450*    1300-NOTE-EFFECTIVE-DATE                                   *
003460*        INSERTS THE DATE IN ASCENDING ORDER UNLESS IT IS       *
003470*        ALREADY THERE.  A BOUNDARY CHANGE EXPIRES ROWS AND     *
003480*        ADDS ROWS FROM THE SAME DATE, SO THE NEW ROWS' DATE    *
003490*        IS THE ONE THAT MATTERS.                               *
003500*****************************************************************
003510 1300-NOTE-EFFECTIVE-DATE.
003520     MOVE 'N' TO WS-DATE-KNOWN-SWITCH.
003530     MOVE ZERO TO WS-DATE-SUB.
003540     PERFORM 1310-FIND-DATE-SLOT THRU 1310-EXIT
003550         UNTIL WS-DATE-KNOWN
003560            OR WS-DATE-SUB NOT LESS THAN WS-DATE-COUNT.
003570     IF WS-DATE-KNOWN
003580         GO TO 1300-EXIT
003590     END-IF.
003600     IF WS-DATE-COUNT NOT LESS THAN 100
003610         DISPLAY 'AMSV106 - MORE THAN 100 FUTURE EFFECTIVE '
003620             'DATES - RUN ABORTED'
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     ADD 1 TO WS-DATE-COUNT.
003670     MOVE WS-DATE-COUNT TO WS-SHIFT-SUB.
003680     MOVE 'N' TO WS-SLOT-FOUND-SWITCH.
003690     PERFORM 1320-SHIFT-ONE-DATE THRU 1320-EXIT
003700         UNTIL WS-SLOT-FOUND.
003710     MOVE STF-EFFECTIVE-DATE TO WDT-EFFECTIVE-DATE (WS-SHIFT-SUB).
003720     MOVE ZERO TO WDT-AFFECTED (WS-SHIFT-SUB).
003730 1300-EXIT.
003740     EXIT.
003750*****************************************************************
003760*    1310-FIND-DATE-SLOT                                        *
003770*****************************************************************
003780 1310-FIND-DATE-SLOT.
003790     ADD 1 TO WS-DATE-SUB.
003800     IF WDT-EFFECTIVE-DATE (WS-DATE-SUB) = STF-EFFECTIVE-DATE
003810         SET WS-DATE-KNOWN TO TRUE
003820     END-IF.
003830 1310-EXIT.
003840     EXIT.
003850*****************************************************************
003860*    1320-SHIFT-ONE-DATE                                        *
003870*****************************************************************
003880 1320-SHIFT-ONE-DATE.
003890     IF WS-SHIFT-SUB = 1
003900         SET WS-SLOT-FOUND TO TRUE
003910         GO TO 1320-EXIT
003920     END-IF.
003930     IF WDT-EFFECTIVE-DATE (WS-SHIFT-SUB - 1)
003940           < STF-EFFECTIVE-DATE
003950         SET WS-SLOT-FOUND TO TRUE
003960         GO TO 1320-EXIT
003970     END-IF.
003980     MOVE WS-DATE-ENTRY (WS-SHIFT-SUB - 1)
003990         TO WS-DATE-ENTRY (WS-SHIFT-SUB).
004000     SUBTRACT 1 FROM WS-SHIFT-SUB.
004010 1320-EXIT.
004020     EXIT.
004030*****************************************************************
004040*    1400-LIST-ONE-DATE                                         *
004050*****************************************************************
004060 1400-LIST-ONE-DATE.
004070     ADD 1 TO WS-DATE-SUB.
004080     MOVE WDT-EFFECTIVE-DATE (WS-DATE-SUB) TO RL-EFFECTIVE-DATE.
004090     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-DATE-LINE.
004100 1400-EXIT.
004110     EXIT.
004120*****************************************************************
004130*    1900-READ-VENDOR                                           *
004140*****************************************************************
004150 1900-READ-VENDOR.
004160     READ AMS-VENDOR-MASTER NEXT RECORD
004170         AT END
004180             SET WS-MASTER-EOF TO TRUE
004190     END-READ.
004200 1900-EXIT.
004210     EXIT.
004220*****************************************************************
004230*    2000-CHECK-ONE-VENDOR                                      *
004240*        A RECORD THAT ALREADY FAILS TODAY IS AMSV100'S         *
004250*        BUSINESS, NOT A BOUNDARY CHANGE'S, AND IS PASSED       *
004260*        OVER.  OTHERWISE THE RECORD'S STATE IS CARRIED         *
004270*        THROUGH EACH FUTURE DATE IN TURN - A RECORD MOVED BY   *
004280*        THE FIRST CHANGE IS JUDGED ON ITS NEW STATE AT THE     *
004290*        NEXT ONE.                                              *
004300*****************************************************************
004310 2000-CHECK-ONE-VENDOR.
004320     ADD 1 TO WS-RECORDS-READ.
004330     IF WS-DATE-COUNT = ZERO
004340         GO TO 2000-NEXT
004350     END-IF.
004360     MOVE STATE OF AMS-VENDOR TO WS-WORK-STATE.
004370     MOVE WS-RUN-DATE TO WS-TEST-DATE.
004380     MOVE WS-WORK-STATE TO WS-TEST-STATE.
004390     PERFORM 2500-TEST-AGREEMENT THRU 2500-EXIT.
004400     IF NOT WS-AGREES
004410         GO TO 2000-NEXT
004420     END-IF.
004430     MOVE ZERO TO WS-DATE-SUB.
004440     PERFORM 2100-CHECK-ONE-DATE THRU 2100-EXIT
004450         UNTIL WS-DATE-SUB NOT LESS THAN WS-DATE-COUNT.
004460 2000-NEXT.
004470     PERFORM 1900-READ-VENDOR THRU 1900-EXIT.
004480 2000-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    2100-CHECK-ONE-DATE                                        *
004520*****************************************************************
004530 2100-CHECK-ONE-DATE.
004540     ADD 1 TO WS-DATE-SUB.
004550     MOVE WDT-EFFECTIVE-DATE (WS-DATE-SUB) TO WS-TEST-DATE.
004560     MOVE WS-WORK-STATE TO WS-TEST-STATE.
004570     PERFORM 2500-TEST-AGREEMENT THRU 2500-EXIT.
004580     IF WS-AGREES
004590         GO TO 2100-EXIT
004600     END-IF.
004610     ADD 1 TO WS-RECORDS-AFFECTED.
004620     ADD 1 TO WDT-AFFECTED (WS-DATE-SUB).
004630     PERFORM 2600-FIND-NEW-STATE THRU 2600-EXIT.
004640     PERFORM 3000-REPORT-AFFECTED THRU 3000-EXIT.
004650     IF WS-STATES-FOUND = 1
004660         PERFORM 4000-WRITE-TRANSACTION THRU 4000-EXIT
004670         MOVE WS-NEW-STATE TO WS-WORK-STATE
004680     END-IF.
004690 2100-EXIT.
004700     EXIT.
004710*****************************************************************
004720*    2500-TEST-AGREEMENT                                        *
004730*        THE AMSV100 CROSS-EDIT, ASKED OF THE ROWS IN FORCE ON  *
004740*        WS-TEST-DATE RATHER THAN THE LOADED AMSVSTPC TABLE.    *
004750*****************************************************************
004760 2500-TEST-AGREEMENT.
004770     MOVE 'N' TO WS-AGREES-SWITCH.
004780     MOVE ZERO TO WS-ROW-SUB.
004790     PERFORM 2510-TEST-ONE-ROW THRU 2510-EXIT
004800         UNTIL WS-AGREES
004810            OR WS-ROW-SUB NOT LESS THAN WS-ROW-COUNT.
004820 2500-EXIT.
004830     EXIT.
004840*****************************************************************
004850*    2510-TEST-ONE-ROW                                          *
004860*****************************************************************
004870 2510-TEST-ONE-ROW.
004880     ADD 1 TO WS-ROW-SUB.
004890     IF WRT-STATE (WS-ROW-SUB) = WS-TEST-STATE
004900        AND WRT-EFFECTIVE-DATE (WS-ROW-SUB)
004910               NOT GREATER THAN WS-TEST-DATE
004920        AND WRT-EXPIRY-DATE (WS-ROW-SUB)
004930               NOT LESS THAN WS-TEST-DATE
004940        AND POSTCODE OF AMS-VENDOR
004950               NOT LESS THAN WRT-LOW-POSTCODE (WS-ROW-SUB)
004960        AND POSTCODE OF AMS-VENDOR
004970               NOT GREATER THAN WRT-HIGH-POSTCODE (WS-ROW-SUB)
004980         SET WS-AGREES TO TRUE
004990     END-IF.
005000 2510-EXIT.
005010     EXIT.
005020*****************************************************************
005030*    2600-FIND-NEW-STATE                                        *
005040*        FINDS THE STATES WHOSE ROWS IN FORCE ON THE DATE       *
005050*        CARRY THE POSTCODE - NONE, ONE, OR MORE THAN ONE (2).  *
005060*        ONLY AN ANSWER OF EXACTLY ONE IS SAFE TO TURN INTO A   *
005070*        TRANSACTION.                                           *
005080*****************************************************************
005090 2600-FIND-NEW-STATE.
005100     MOVE ZERO TO WS-STATES-FOUND.
005110     MOVE SPACES TO WS-NEW-STATE.
005120     MOVE ZERO TO WS-ROW-SUB.
005130     PERFORM 2610-TRY-ONE-ROW THRU 2610-EXIT
005140         UNTIL WS-ROW-SUB NOT LESS THAN WS-ROW-COUNT.
005150 2600-EXIT.
005160     EXIT.
005170*****************************************************************
005180*    2610-TRY-ONE-ROW                                           *
005190*****************************************************************
005200 2610-TRY-ONE-ROW.
005210     ADD 1 TO WS-ROW-SUB.
005220     IF WRT-EFFECTIVE-DATE (WS-ROW-SUB)
005230               NOT GREATER THAN WS-TEST-DATE
005240        AND WRT-EXPIRY-DATE (WS-ROW-SUB)
005250               NOT LESS THAN WS-TEST-DATE
005260        AND POSTCODE OF AMS-VENDOR
005270               NOT LESS THAN WRT-LOW-POSTCODE (WS-ROW-SUB)
005280        AND POSTCODE OF AMS-VENDOR
005290               NOT GREATER THAN WRT-HIGH-POSTCODE (WS-ROW-SUB)
005300         IF WS-STATES-FOUND = ZERO
005310             MOVE 1 TO WS-STATES-FOUND
005320             MOVE WRT-STATE (WS-ROW-SUB) TO WS-NEW-STATE
005330         ELSE
005340             IF WRT-STATE (WS-ROW-SUB) NOT = WS-NEW-STATE
005350                 MOVE 2 TO WS-STATES-FOUND
005360             END-IF
005370         END-IF
005380     END-IF.
005390 2610-EXIT.
005400     EXIT.
005410*****************************************************************
005420*    3000-REPORT-AFFECTED                                       *
005430*        THE MASTER IS READ IN BRAND/LOCATION-NUMBER ORDER, SO  *
005440*        A BRAND HEADING IS PRINTED THE FIRST TIME A BRAND      *
005450*        HAS AN AFFECTED RECORD.                                *
005460*****************************************************************
005470 3000-REPORT-AFFECTED.
005480     IF BRAND OF AMS-VENDOR NOT = WS-CURRENT-BRAND
005490         MOVE BRAND OF AMS-VENDOR TO WS-CURRENT-BRAND
005500         MOVE BRAND OF AMS-VENDOR TO RB-BRAND
005510         WRITE AMSV106-REPORT-LINE FROM WS-REPORT-BRAND-LINE
005520         ADD 1 TO WS-BRAND-AFFECTED
005530     END-IF.
005540     MOVE BRAND OF AMS-VENDOR TO RD-BRAND.
005550     MOVE LOCATION-NUMBER OF AMS-VENDOR TO RD-LOCATION-NUMBER.
005560     MOVE LOCATION-NAME OF AMS-VENDOR TO RD-LOCATION-NAME.
005570     MOVE POSTCODE OF AMS-VENDOR TO RD-POSTCODE.
005580     MOVE WS-WORK-STATE TO RD-OLD-STATE.
005590     MOVE WS-TEST-DATE TO RD-EFFECTIVE-DATE.
005600     EVALUATE WS-STATES-FOUND
005610         WHEN 0
005620             ADD 1 TO WS-NO-STATE-FOUND
005630             MOVE '???' TO RD-NEW-STATE
005640             MOVE 'NO STATE CARRIES POSTCODE - NOT KEYED'
005650                 TO RD-REMARK
005660         WHEN 1
005670             MOVE WS-NEW-STATE TO RD-NEW-STATE
005680             MOVE 'CHANGE TRANSACTION WRITTEN' TO RD-REMARK
005690         WHEN OTHER
005700             ADD 1 TO WS-STATE-SHARED
005710             MOVE '???' TO RD-NEW-STATE
005720             MOVE 'POSTCODE SHARED BY STATES - NOT KEYED'
005730                 TO RD-REMARK
005740     END-EVALUATE.
005750     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
005760 3000-EXIT.
005770     EXIT.
005780*****************************************************************
005790*    4000-WRITE-TRANSACTION                                     *
005800*        THE WHOLE RECORD AS READ TONIGHT WITH ONLY STATE       *
005810*        REPLACED - AMSV125 APPLIES A CHANGE AS A FULL IMAGE.   *
005820*        THE STATE IS SET IN THE RECORD AREA ITSELF SO A LATER  *
005830*        CHANGE FOR THE SAME RECORD CARRIES THIS ONE FORWARD.   *
005840*****************************************************************
005850 4000-WRITE-TRANSACTION.
005860     MOVE WS-TEST-DATE TO PND-EFFECTIVE-DATE.
005870     MOVE WS-RUN-DATE TO PND-ENTERED-DATE.
005880     SET PND-CHANGE TO TRUE.
005890     MOVE PRM-CHANGED-BY TO PND-CHANGED-BY.
005900     MOVE WS-NEW-STATE TO STATE OF AMS-VENDOR.
005910     MOVE AMS-VENDOR TO PND-VENDOR-DATA.
005920     WRITE PENDING-TRANSACTION.
005930     IF NOT WS-TRANS-OK
005940         DISPLAY 'AMSV106 - TRANSACTION WRITE FAILED '
005950             WS-TRANS-STATUS
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF.
005990     ADD 1 TO WS-TRANS-WRITTEN.
006000 4000-EXIT.
006010     EXIT.
006020*****************************************************************
006030*    8000-TERMINATE                                             *
006040*        RC 4 - TRANSACTIONS WERE WRITTEN AND THE LISTING MUST  *
006050*        BE REVIEWED BEFORE THEY ARE FED TO AMSV124.  RC 8 -    *
006060*        AT LEAST ONE RECORD NEEDS A CLERK'S DECISION.          *
006070*****************************************************************
006080 8000-TERMINATE.
006090     MOVE 'TABLE ROWS READ    :' TO WS-REPORT-TOTAL-LINE(1:20).
006100     MOVE WS-ROWS-READ TO RT-COUNT.
006110     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006120     MOVE 'FUTURE DATES       :' TO WS-REPORT-TOTAL-LINE(1:20).
006130     MOVE WS-DATE-COUNT TO RT-COUNT.
006140     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006150     MOVE 'RECORDS READ       :' TO WS-REPORT-TOTAL-LINE(1:20).
006160     MOVE WS-RECORDS-READ TO RT-COUNT.
006170     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006180     MOVE 'RECORDS AFFECTED   :' TO WS-REPORT-TOTAL-LINE(1:20).
006190     MOVE WS-RECORDS-AFFECTED TO RT-COUNT.
006200     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006210     MOVE 'BRANDS AFFECTED    :' TO WS-REPORT-TOTAL-LINE(1:20).
006220     MOVE WS-BRAND-AFFECTED TO RT-COUNT.
006230     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006240     MOVE 'TRANSACTIONS       :' TO WS-REPORT-TOTAL-LINE(1:20).
006250     MOVE WS-TRANS-WRITTEN TO RT-COUNT.
006260     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006270     MOVE 'NO STATE FOUND     :' TO WS-REPORT-TOTAL-LINE(1:20).
006280     MOVE WS-NO-STATE-FOUND TO RT-COUNT.
006290     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006300     MOVE 'POSTCODE SHARED    :' TO WS-REPORT-TOTAL-LINE(1:20).
006310     MOVE WS-STATE-SHARED TO RT-COUNT.
006320     WRITE AMSV106-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006330     CLOSE AMS-VENDOR-MASTER
006340           BOUNDARY-TRANS-FILE
006350           AMSV106-REPORT.
006360     DISPLAY 'AMSV106 - RECORDS READ     : ' WS-RECORDS-READ.
006370     DISPLAY 'AMSV106 - RECORDS AFFECTED : ' WS-RECORDS-AFFECTED.
006380     DISPLAY 'AMSV106 - TRANSACTIONS     : ' WS-TRANS-WRITTEN.
006390     IF WS-NO-STATE-FOUND > 0 OR WS-STATE-SHARED > 0
006400         MOVE 8 TO RETURN-CODE
006410     ELSE
006420         IF WS-TRANS-WRITTEN > 0
006430             MOVE 4 TO RETURN-CODE
006440         END-IF
006450     END-IF.
006460 8000-EXIT.
006470     EXIT.
