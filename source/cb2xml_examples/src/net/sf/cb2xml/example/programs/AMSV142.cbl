000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV142                                      *
000040*   DESCRIPTION :  MONTHLY OPERATOR ACTIVITY AND SEGREGATION-   *
000050*                  OF-DUTIES AUDIT.  GIVEN A DATE RANGE ON THE  *
000060*                  PARAMETER CARD (NORMALLY ONE CALENDAR        *
000070*                  MONTH), GATHERS EVERY CHANGE RECORDED ON THE *
000080*                  VENDOR (AMSVHIST), BRAND (AMSVBHS), DEPOT    *
000090*                  (AMSVDHS) AND LOCATION-TYPE (AMSVLHS)        *
000100*                  CHANGE-HISTORY FILES, SORTS THEM BY CHANGED- *
000110*                  BY ID, AND COUNTS ADDS, CHANGES AND DELETES  *
000120*                  PER OPERATOR PER FILE PER BRAND.  FLAGS:     *
000130*                    - A VENDOR OR BRAND CHANGE TO A BRAND THAT *
000140*                      IS NOT IN THE OPERATOR'S OPA-BRAND-LIST  *
000150*                      ('***' GRANTS EVERY BRAND, AS AMSV125);  *
000160*                    - ANY CHANGE BY AN ID THAT IS NO LONGER ON *
000170*                      THE OPERATOR AUTHORITY EXTRACT (AMSVAUD);*
000180*                    - ANY SUSPENSE ITEM RELEASED THROUGH       *
000190*                      AMSV126 BY THE SAME PERSON WHO KEYED IT, *
000200*                      OR RELEASED WITH NO CLERK ID AT ALL,     *
000210*                      FROM THE SUSPENSE RELEASE LOG (AMSVSRL). *
000220*                                                               *
000230*                  THE AUTHORITY EXTRACT HOLDS ONLY TODAY'S     *
000240*                  GRANTS, SO THE BRAND-LIST TEST IS AGAINST    *
000250*                  THE LIST AS IT STANDS AT THE RUN - RUN THIS  *
000260*                  PROMPTLY AT MONTH END, BEFORE THE SECURITY   *
000270*                  ADMINISTRATORS' MONTHLY CLEAN-UP.            *
000280*                                                               *
000290*                  IDS BEGINNING 'AMSV' ARE THE BATCH PROGRAMS  *
000300*                  THEMSELVES (AMSV165 GEOCODE UPDATES, AMSV141 *
000310*                  BASELINES) - THEIR ACTIVITY IS COUNTED BUT   *
000320*                  THEY ARE NOT HELD TO THE AUTHORITY FILE.     *
000330*                  BASELINE RECORDS (VCH-TYPE-BASELINE) ARE NOT *
000340*                  CHANGES AND ARE PASSED OVER.                 *
000350*                                                               *
000360*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000370*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000380*   DATE-WRITTEN:  10/15/2026                                   *
000390*---------------------------------------------------------------*
000400*   MODIFICATION HISTORY                                        *
000410*---------------------------------------------------------------*
000420*   DATE       INIT  DESCRIPTION                                *
000430*   ---------- ----  ---------------------------------------    *
000440*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     AMSV142.
000480 AUTHOR.         D. KOWALCZYK.
000490 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000500 DATE-WRITTEN.   10/15/2026.
000510 DATE-COMPILED.  10/15/2026.
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT AMSV142-PARM ASSIGN TO AMV42PC
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PARM-STATUS.
000610     SELECT VENDOR-CHANGE-HISTORY-FILE ASSIGN TO AMSVHIST
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-HIST-STATUS.
000640     SELECT BRAND-CHANGE-HISTORY-FILE ASSIGN TO AMSVBHS
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-BHIST-STATUS.
000670     SELECT DEPOT-CHANGE-HISTORY-FILE ASSIGN TO AMSVDHS
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-DHIST-STATUS.
000700     SELECT TYPE-CHANGE-HISTORY-FILE ASSIGN TO AMSVLHS
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-LHIST-STATUS.
000730     SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO AMSVAUD
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-AUTH-STATUS.
000760     SELECT RELEASE-LOG-FILE ASSIGN TO AMSVSRL
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RELEASE-LOG-STATUS.
000790     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
000800     SELECT AMSV142-REPORT ASSIGN TO AMV42RP
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-REPORT-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  AMSV142-PARM
000860     RECORDING MODE IS F.
000870 01  AMSV142-PARM-REC.
000880     05  PRM-FROM-DATE           PIC 9(08).
000890     05  PRM-THROUGH-DATE        PIC 9(08).
000900     05  FILLER                  PIC X(64).
000910 FD  VENDOR-CHANGE-HISTORY-FILE
000920     RECORDING MODE IS F.
000930 COPY AMSVHIST.
000940 FD  BRAND-CHANGE-HISTORY-FILE
000950     RECORDING MODE IS F.
000960 COPY AMSVBHST.
000970 FD  DEPOT-CHANGE-HISTORY-FILE
000980     RECORDING MODE IS F.
000990 COPY AMSVDHST.
001000 FD  TYPE-CHANGE-HISTORY-FILE
001010     RECORDING MODE IS F.
001020 COPY AMSVLHST.
001030 FD  OPERATOR-AUTHORITY-FILE
001040     RECORDING MODE IS F.
001050 COPY AMSVAUTH.
001060 FD  RELEASE-LOG-FILE
001070     RECORDING MODE IS F.
001080 COPY AMSVSRLG.
001090*****************************************************************
001100*   ONE SORT RECORD PER CHANGE, WHICHEVER FILE IT CAME FROM.    *
001110*   SRT-BRAND IS SPACES FOR DEPOT AND LOCATION-TYPE CHANGES -   *
001120*   THOSE FILES ARE NOT HELD BY BRAND.  SRT-ITEM IS THE         *
001130*   LOCATION-NUMBER, DEPOT CODE OR TYPE CODE CHANGED.           *
001140*****************************************************************
001150 SD  SORT-WORK-FILE.
001160 01  SORT-ACTIVITY-RECORD.
001170     05  SRT-OPERATOR            PIC X(08).
001180     05  SRT-FILE                PIC X(01).
001190         88  SRT-FILE-VENDOR     VALUE '1'.
001200         88  SRT-FILE-BRAND      VALUE '2'.
001210         88  SRT-FILE-DEPOT      VALUE '3'.
001220         88  SRT-FILE-TYPE       VALUE '4'.
001230     05  SRT-BRAND               PIC X(03).
001240     05  SRT-CHANGE-DATE         PIC 9(08).
001250     05  SRT-CHANGE-TIME         PIC 9(08).
001260     05  SRT-CHANGE-TYPE         PIC X(01).
001270     05  SRT-ITEM                PIC X(04).
001280 FD  AMSV142-REPORT
001290     RECORDING MODE IS F.
001300 01  AMSV142-REPORT-LINE         PIC X(132).
001310 WORKING-STORAGE SECTION.
001320 01  WS-PARM-STATUS              PIC XX.
001330     88  WS-PARM-OK              VALUE '00'.
001340 01  WS-HIST-STATUS              PIC XX.
001350     88  WS-HIST-OK              VALUE '00'.
001360 01  WS-BHIST-STATUS             PIC XX.
001370     88  WS-BHIST-OK             VALUE '00'.
001380 01  WS-DHIST-STATUS             PIC XX.
001390     88  WS-DHIST-OK             VALUE '00'.
001400 01  WS-LHIST-STATUS             PIC XX.
001410     88  WS-LHIST-OK             VALUE '00'.
001420 01  WS-AUTH-STATUS              PIC XX.
001430     88  WS-AUTH-OK              VALUE '00'.
001440 01  WS-RELEASE-LOG-STATUS       PIC XX.
001450     88  WS-RELEASE-LOG-OK       VALUE '00'.
001460 01  WS-REPORT-STATUS            PIC XX.
001470     88  WS-REPORT-OK            VALUE '00'.
001480 01  WS-SWITCHES.
001490     05  WS-INPUT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001500         88  WS-INPUT-EOF        VALUE 'Y'.
001510     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001520         88  WS-SORT-EOF         VALUE 'Y'.
001530     05  WS-AUTH-EOF-SWITCH      PIC X(01) VALUE 'N'.
001540         88  WS-AUTH-EOF         VALUE 'Y'.
001550     05  WS-AUTH-FOUND-SWITCH    PIC X(01).
001560         88  WS-AUTH-FOUND       VALUE 'Y'.
001570     05  WS-BRAND-ALLOWED-SWITCH PIC X(01).
001580         88  WS-BRAND-ALLOWED    VALUE 'Y'.
001590     05  WS-FIRST-GROUP-SWITCH   PIC X(01) VALUE 'Y'.
001600         88  WS-FIRST-GROUP      VALUE 'Y'.
001610*****************************************************************
001620*   STANDING OF THE OPERATOR NOW BEING REPORTED - 'A' ON THE    *
001630*   AUTHORITY FILE, 'N' NOT ON IT, 'S' A BATCH PROGRAM ID.      *
001640*****************************************************************
001650 01  WS-OPERATOR-STANDING        PIC X(01).
001660     88  WS-OPERATOR-ON-FILE     VALUE 'A'.
001670     88  WS-OPERATOR-NOT-ON-FILE VALUE 'N'.
001680     88  WS-OPERATOR-IS-SYSTEM   VALUE 'S'.
001690 01  WS-CURRENT-OPERATOR         PIC X(08).
001700 01  WS-CURRENT-FILE             PIC X(01).
001710 01  WS-CURRENT-BRAND            PIC X(03).
001720 01  WS-CHECK-OPERATOR           PIC X(08).
001730 01  WS-FILE-NAME-TABLE-DATA.
001740     05  FILLER                  PIC X(08) VALUE 'VENDOR'.
001750     05  FILLER                  PIC X(08) VALUE 'BRAND'.
001760     05  FILLER                  PIC X(08) VALUE 'DEPOT'.
001770     05  FILLER                  PIC X(08) VALUE 'LOCTYPE'.
001780 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-TABLE-DATA.
001790     05  WS-FILE-NAME            PIC X(08) OCCURS 4 TIMES.
001800 01  WS-FILE-SUB                 PIC 9(01).
001810 01  WS-COUNTERS.
001820     05  WS-CHANGES-READ         PIC 9(07) COMP VALUE ZERO.
001830     05  WS-CHANGES-SORTED       PIC 9(07) COMP VALUE ZERO.
001840     05  WS-OPERATORS-REPORTED   PIC 9(07) COMP VALUE ZERO.
001850     05  WS-BRAND-EXCEPTIONS     PIC 9(07) COMP VALUE ZERO.
001860     05  WS-NOT-ON-FILE-CHANGES  PIC 9(07) COMP VALUE ZERO.
001870     05  WS-RELEASES-READ        PIC 9(07) COMP VALUE ZERO.
001880     05  WS-SOD-EXCEPTIONS       PIC 9(07) COMP VALUE ZERO.
001890 01  WS-GROUP-COUNTERS.
001900     05  WS-GROUP-ADDS           PIC 9(07) COMP.
001910     05  WS-GROUP-CHANGES        PIC 9(07) COMP.
001920     05  WS-GROUP-DELETES        PIC 9(07) COMP.
001930     05  WS-GROUP-EXCEPTIONS     PIC 9(07) COMP.
001940 01  WS-AUTH-COUNT               PIC 9(05) COMP VALUE ZERO.
001950 01  WS-AUTH-SUB                 PIC 9(05) COMP VALUE ZERO.
001960 01  WS-AUTH-BRAND-SUB           PIC 9(03) COMP VALUE ZERO.
001970*****************************************************************
001980*   OPERATOR AUTHORITY TABLE, LOADED FROM THE AMSVAUD EXTRACT   *
001990*   AS AMSV125 LOADS IT.  ONLY THE ID AND BRAND LIST MATTER     *
002000*   HERE.                                                       *
002010*****************************************************************
002020 01  WS-AUTH-TABLE-AREA.
002030     05  WS-AUTH-ENTRY OCCURS 1 TO 200 TIMES
002040             DEPENDING ON WS-AUTH-COUNT.
002050         10  WAT-OPERATOR-ID     PIC X(08).
002060         10  WAT-BRAND-ENTRY OCCURS 10 TIMES
002070                                 PIC X(03).
002080 01  WS-REPORT-HEADING-1.
002090     05  FILLER                  PIC X(38)
002100             VALUE 'AMSV142 - OPERATOR ACTIVITY AUDIT FROM'.
002110     05  FILLER                  PIC X(01) VALUE SPACE.
002120     05  RH-FROM-DATE            PIC 9(08).
002130     05  FILLER                  PIC X(06) VALUE ' THRU '.
002140     05  RH-THROUGH-DATE         PIC 9(08).
002150     05  FILLER                  PIC X(71) VALUE SPACES.
002160 01  WS-REPORT-HEADING-2.
002170     05  FILLER                  PIC X(05) VALUE SPACES.
002180     05  FILLER                  PIC X(26)
002190             VALUE 'FILE      BRAND  ADDS  CHA'.
002200     05  FILLER                  PIC X(25)
002210             VALUE 'NGES  DELETES  EXCEPTIONS'.
002220     05  FILLER                  PIC X(76) VALUE SPACES.
002230 01  WS-REPORT-OPERATOR-LINE.
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  FILLER                  PIC X(09) VALUE 'OPERATOR '.
002260     05  RO-OPERATOR             PIC X(08).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  RO-STANDING             PIC X(40).
002290     05  FILLER                  PIC X(72) VALUE SPACES.
002300 01  WS-REPORT-GROUP-LINE.
002310     05  FILLER                  PIC X(05) VALUE SPACES.
002320     05  RG-FILE                 PIC X(08).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  RG-BRAND                PIC X(03).
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  RG-ADDS                 PIC ZZZ,ZZ9.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  RG-CHANGES              PIC ZZZ,ZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  RG-DELETES              PIC ZZZ,ZZ9.
002410     05  FILLER                  PIC X(05) VALUE SPACES.
002420     05  RG-EXCEPTIONS           PIC ZZZ,ZZ9.
002430     05  FILLER                  PIC X(76) VALUE SPACES.
002440 01  WS-REPORT-EXCEPTION-LINE.
002450     05  FILLER                  PIC X(07) VALUE SPACES.
002460     05  FILLER                  PIC X(03) VALUE '** '.
002470     05  RX-FILE                 PIC X(08).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  RX-BRAND                PIC X(03).
002500     05  FILLER                  PIC X(01) VALUE '/'.
002510     05  RX-ITEM                 PIC X(04).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  RX-CHANGE-DATE          PIC 9(08).
002540     05  FILLER                  PIC X(01) VALUE '/'.
002550     05  RX-CHANGE-TIME          PIC 9(08).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  RX-CHANGE-TYPE          PIC X(01).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  RX-MESSAGE              PIC X(40).
002600     05  FILLER                  PIC X(40) VALUE SPACES.
002610 01  WS-REPORT-SOD-HEADING.
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  FILLER                  PIC X(40)
002640             VALUE 'SEGREGATION OF DUTIES - SUSPENSE ITEMS R'.
002650     05  FILLER                  PIC X(40)
002660             VALUE 'ELEASED BY THEIR OWN KEYER OR BY NO ONE'.
002670     05  FILLER                  PIC X(51) VALUE SPACES.
002680 01  WS-REPORT-SOD-LINE.
002690     05  FILLER                  PIC X(05) VALUE SPACES.
002700     05  RS-BRAND                PIC X(03).
002710     05  FILLER                  PIC X(01) VALUE '/'.
002720     05  RS-LOCATION-NUMBER      PIC X(04).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  RS-TRANS-CODE           PIC X(01).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  RS-SUSPENSE-DATE        PIC 9(08).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  RS-RELEASE-DATE         PIC 9(08).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  RS-ACTION               PIC X(01).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  RS-KEYED-BY             PIC X(08).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  RS-CORRECTED-BY         PIC X(08).
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  RS-MESSAGE              PIC X(40).
002870     05  FILLER                  PIC X(31) VALUE SPACES.
002880 01  WS-REPORT-TOTAL-LINE.
002890     05  FILLER                  PIC X(20).
002900     05  RT-COUNT                PIC ZZZ,ZZ9.
002910     05  FILLER                  PIC X(105) VALUE SPACES.
002920 PROCEDURE DIVISION.
002930*****************************************************************
002940*    0000-MAINLINE                                              *
002950*****************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     SORT SORT-WORK-FILE
002990         ON ASCENDING KEY SRT-OPERATOR
003000                          SRT-FILE
003010                          SRT-BRAND
003020                          SRT-CHANGE-DATE
003030                          SRT-CHANGE-TIME
003040         INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY THRU
003050                            2000-EXIT
003060         OUTPUT PROCEDURE IS 3000-REPORT-ACTIVITY THRU
003070                             3000-EXIT.
003080     PERFORM 5000-REPORT-RELEASES THRU 5000-EXIT.
003090     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003100     STOP RUN.
003110*****************************************************************
003120*    1000-INITIALIZE                                            *
003130*****************************************************************
003140 1000-INITIALIZE.
003150     OPEN INPUT AMSV142-PARM.
003160     IF NOT WS-PARM-OK
003170         DISPLAY 'AMSV142 - OPEN FAILED, AMSV142-PARM '
003180             WS-PARM-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     READ AMSV142-PARM
003230         AT END
003240             DISPLAY 'AMSV142 - PARAMETER CARD IS MISSING'
003250             MOVE 16 TO RETURN-CODE
003260             STOP RUN
003270     END-READ.
003280     CLOSE AMSV142-PARM.
003290     IF PRM-FROM-DATE NOT NUMERIC
003300        OR PRM-THROUGH-DATE NOT NUMERIC
003310        OR PRM-FROM-DATE = ZERO
003320        OR PRM-THROUGH-DATE < PRM-FROM-DATE
003330         DISPLAY 'AMSV142 - DATE RANGE IS NOT VALID'
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     PERFORM 1100-LOAD-AUTH-TABLE THRU 1100-EXIT.
003380     OPEN OUTPUT AMSV142-REPORT.
003390     IF NOT WS-REPORT-OK
003400         DISPLAY 'AMSV142 - OPEN FAILED, AMSV142-REPORT '
003410             WS-REPORT-STATUS
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450     MOVE PRM-FROM-DATE TO RH-FROM-DATE.
003460     MOVE PRM-THROUGH-DATE TO RH-THROUGH-DATE.
003470     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-HEADING-1.
003480     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-HEADING-2.
003490 1000-EXIT.
003500     EXIT.
003510*****************************************************************
003520*    1100-LOAD-AUTH-TABLE                                       *
003530*        A MISSING EXTRACT IS FATAL - WITHOUT IT EVERY CHANGE   *
003540*        WOULD BE REPORTED AS BY AN UNKNOWN ID.                 *
003550*****************************************************************
003560 1100-LOAD-AUTH-TABLE.
003570     OPEN INPUT OPERATOR-AUTHORITY-FILE.
003580     IF NOT WS-AUTH-OK
003590         DISPLAY 'AMSV142 - OPEN FAILED, OPERATOR-AUTHORITY '
003600             WS-AUTH-STATUS
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     PERFORM 1110-READ-AUTH-RECORD THRU 1110-EXIT
003650         UNTIL WS-AUTH-EOF.
003660     CLOSE OPERATOR-AUTHORITY-FILE.
003670 1100-EXIT.
003680     EXIT.
003690*****************************************************************
003700*    1110-READ-AUTH-RECORD                                      *
003710*****************************************************************
003720 1110-READ-AUTH-RECORD.
003730     READ OPERATOR-AUTHORITY-FILE
003740         AT END
003750             SET WS-AUTH-EOF TO TRUE
003760             GO TO 1110-EXIT
003770     END-READ.
003780     IF WS-AUTH-COUNT NOT LESS THAN 200
003790         DISPLAY 'AMSV142 - AUTHORITY FILE EXCEEDS 200-ENTRY '
003800             'TABLE LIMIT - RUN ABORTED'
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     ADD 1 TO WS-AUTH-COUNT.
003850     MOVE OPA-OPERATOR-ID TO WAT-OPERATOR-ID (WS-AUTH-COUNT).
003860     MOVE ZERO TO WS-AUTH-BRAND-SUB.
003870     PERFORM 1120-COPY-ONE-BRAND THRU 1120-EXIT
003880         UNTIL WS-AUTH-BRAND-SUB NOT LESS THAN 10.
003890 1110-EXIT.
003900     EXIT.
003910*****************************************************************
003920*    1120-COPY-ONE-BRAND                                        *
003930*****************************************************************
003940 1120-COPY-ONE-BRAND.
003950     ADD 1 TO WS-AUTH-BRAND-SUB.
003960     MOVE OPA-BRAND-ENTRY (WS-AUTH-BRAND-SUB)
003970         TO WAT-BRAND-ENTRY (WS-AUTH-COUNT WS-AUTH-BRAND-SUB).
003980 1120-EXIT.
003990     EXIT.
004000*****************************************************************
004010*    2000-RELEASE-ACTIVITY                                      *
004020*        SORT INPUT PROCEDURE - RELEASES ONE SORT RECORD PER    *
004030*        CHANGE IN THE DATE RANGE FROM EACH HISTORY FILE IN     *
004040*        TURN.  THE VENDOR HISTORY MUST BE THERE; A DEPOT,      *
004050*        BRAND OR LOCATION-TYPE HISTORY FILE THAT HAS NEVER     *
004060*        BEEN WRITTEN IS JUST A QUIET MONTH FOR THAT FILE.      *
004070*****************************************************************
004080 2000-RELEASE-ACTIVITY.
004090     OPEN INPUT VENDOR-CHANGE-HISTORY-FILE.
004100     IF NOT WS-HIST-OK
004110         DISPLAY 'AMSV142 - OPEN FAILED, VENDOR-CHANGE-HISTORY '
004120             WS-HIST-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160     MOVE 'N' TO WS-INPUT-EOF-SWITCH.
004170     PERFORM 2100-RELEASE-VENDOR-CHANGE THRU 2100-EXIT
004180         UNTIL WS-INPUT-EOF.
004190     CLOSE VENDOR-CHANGE-HISTORY-FILE.
004200     OPEN INPUT BRAND-CHANGE-HISTORY-FILE.
004210     IF WS-BHIST-OK
004220         MOVE 'N' TO WS-INPUT-EOF-SWITCH
004230         PERFORM 2200-RELEASE-BRAND-CHANGE THRU 2200-EXIT
004240             UNTIL WS-INPUT-EOF
004250         CLOSE BRAND-CHANGE-HISTORY-FILE
004260     ELSE
004270         DISPLAY 'AMSV142 - NO BRAND HISTORY FILE (STATUS '
004280             WS-BHIST-STATUS ')'
004290     END-IF.
004300     OPEN INPUT DEPOT-CHANGE-HISTORY-FILE.
004310     IF WS-DHIST-OK
004320         MOVE 'N' TO WS-INPUT-EOF-SWITCH
004330         PERFORM 2300-RELEASE-DEPOT-CHANGE THRU 2300-EXIT
004340             UNTIL WS-INPUT-EOF
004350         CLOSE DEPOT-CHANGE-HISTORY-FILE
004360     ELSE
004370         DISPLAY 'AMSV142 - NO DEPOT HISTORY FILE (STATUS '
004380             WS-DHIST-STATUS ')'
004390     END-IF.
004400     OPEN INPUT TYPE-CHANGE-HISTORY-FILE.
004410     IF WS-LHIST-OK
004420         MOVE 'N' TO WS-INPUT-EOF-SWITCH
004430         PERFORM 2400-RELEASE-TYPE-CHANGE THRU 2400-EXIT
004440             UNTIL WS-INPUT-EOF
004450         CLOSE TYPE-CHANGE-HISTORY-FILE
004460     ELSE
004470         DISPLAY 'AMSV142 - NO LOCATION-TYPE HISTORY FILE '
004480             '(STATUS ' WS-LHIST-STATUS ')'
004490     END-IF.
004500 2000-EXIT.
004510     EXIT.
004520*****************************************************************
004530*    2100-RELEASE-VENDOR-CHANGE                                 *
004540*****************************************************************
004550 2100-RELEASE-VENDOR-CHANGE.
004560     READ VENDOR-CHANGE-HISTORY-FILE
004570         AT END
004580             SET WS-INPUT-EOF TO TRUE
004590             GO TO 2100-EXIT
004600     END-READ.
004610     ADD 1 TO WS-CHANGES-READ.
004620     IF VCH-TYPE-BASELINE
004630        OR VCH-CHANGE-DATE < PRM-FROM-DATE
004640        OR VCH-CHANGE-DATE > PRM-THROUGH-DATE
004650         GO TO 2100-EXIT
004660     END-IF.
004670     MOVE VCH-CHANGED-BY TO SRT-OPERATOR.
004680     SET SRT-FILE-VENDOR TO TRUE.
004690     MOVE VCH-BRAND TO SRT-BRAND.
004700     MOVE VCH-CHANGE-DATE TO SRT-CHANGE-DATE.
004710     MOVE VCH-CHANGE-TIME TO SRT-CHANGE-TIME.
004720     MOVE VCH-CHANGE-TYPE TO SRT-CHANGE-TYPE.
004730     MOVE VCH-LOCATION-NUMBER TO SRT-ITEM.
004740     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
004750 2100-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    2200-RELEASE-BRAND-CHANGE                                  *
004790*****************************************************************
004800 2200-RELEASE-BRAND-CHANGE.
004810     READ BRAND-CHANGE-HISTORY-FILE
004820         AT END
004830             SET WS-INPUT-EOF TO TRUE
004840             GO TO 2200-EXIT
004850     END-READ.
004860     ADD 1 TO WS-CHANGES-READ.
004870     IF BCH-CHANGE-DATE < PRM-FROM-DATE
004880        OR BCH-CHANGE-DATE > PRM-THROUGH-DATE
004890         GO TO 2200-EXIT
004900     END-IF.
004910     MOVE BCH-CHANGED-BY TO SRT-OPERATOR.
004920     SET SRT-FILE-BRAND TO TRUE.
004930     MOVE BCH-BRAND TO SRT-BRAND.
004940     MOVE BCH-CHANGE-DATE TO SRT-CHANGE-DATE.
004950     MOVE BCH-CHANGE-TIME TO SRT-CHANGE-TIME.
004960     MOVE BCH-CHANGE-TYPE TO SRT-CHANGE-TYPE.
004970     MOVE SPACES TO SRT-ITEM.
004980     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
004990 2200-EXIT.
005000     EXIT.
005010*****************************************************************
005020*    2300-RELEASE-DEPOT-CHANGE                                  *
005030*****************************************************************
005040 2300-RELEASE-DEPOT-CHANGE.
005050     READ DEPOT-CHANGE-HISTORY-FILE
005060         AT END
005070             SET WS-INPUT-EOF TO TRUE
005080             GO TO 2300-EXIT
005090     END-READ.
005100     ADD 1 TO WS-CHANGES-READ.
005110     IF DCH-CHANGE-DATE < PRM-FROM-DATE
005120        OR DCH-CHANGE-DATE > PRM-THROUGH-DATE
005130         GO TO 2300-EXIT
005140     END-IF.
005150     MOVE DCH-CHANGED-BY TO SRT-OPERATOR.
005160     SET SRT-FILE-DEPOT TO TRUE.
005170     MOVE SPACES TO SRT-BRAND.
005180     MOVE DCH-CHANGE-DATE TO SRT-CHANGE-DATE.
005190     MOVE DCH-CHANGE-TIME TO SRT-CHANGE-TIME.
005200     MOVE DCH-CHANGE-TYPE TO SRT-CHANGE-TYPE.
005210     MOVE DCH-DEPOT-CODE TO SRT-ITEM.
005220     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
005230 2300-EXIT.
005240     EXIT.
005250*****************************************************************
005260*    2400-RELEASE-TYPE-CHANGE                                   *
005270*****************************************************************
005280 2400-RELEASE-TYPE-CHANGE.
005290     READ TYPE-CHANGE-HISTORY-FILE
005300         AT END
005310             SET WS-INPUT-EOF TO TRUE
005320             GO TO 2400-EXIT
005330     END-READ.
005340     ADD 1 TO WS-CHANGES-READ.
005350     IF LTH-CHANGE-DATE < PRM-FROM-DATE
005360        OR LTH-CHANGE-DATE > PRM-THROUGH-DATE
005370         GO TO 2400-EXIT
005380     END-IF.
005390     MOVE LTH-CHANGED-BY TO SRT-OPERATOR.
005400     SET SRT-FILE-TYPE TO TRUE.
005410     MOVE SPACES TO SRT-BRAND.
005420     MOVE LTH-CHANGE-DATE TO SRT-CHANGE-DATE.
005430     MOVE LTH-CHANGE-TIME TO SRT-CHANGE-TIME.
005440     MOVE LTH-CHANGE-TYPE TO SRT-CHANGE-TYPE.
005450     MOVE LTH-TYPE-CODE TO SRT-ITEM.
005460     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
005470 2400-EXIT.
005480     EXIT.
005490*****************************************************************
005500*    2900-RELEASE-ONE                                           *
005510*****************************************************************
005520 2900-RELEASE-ONE.
005530     RELEASE SORT-ACTIVITY-RECORD.
005540     ADD 1 TO WS-CHANGES-SORTED.
005550 2900-EXIT.
005560     EXIT.
005570*****************************************************************
005580*    3000-REPORT-ACTIVITY                                       *
005590*        SORT OUTPUT PROCEDURE - RECEIVES THE CHANGES IN        *
005600*        OPERATOR / FILE / BRAND / TIME SEQUENCE.  A NEW        *
005610*        OPERATOR STARTS A NEW HEADING; A NEW FILE OR BRAND     *
005620*        PRINTS THE PRIOR GROUP'S COUNTS.                       *
005630*****************************************************************
005640 3000-REPORT-ACTIVITY.
005650     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
005660     PERFORM 3200-PROCESS-ONE-CHANGE THRU 3200-EXIT
005670         UNTIL WS-SORT-EOF.
005680     IF NOT WS-FIRST-GROUP
005690         PERFORM 3500-WRITE-GROUP-LINE THRU 3500-EXIT
005700     END-IF.
005710 3000-EXIT.
005720     EXIT.
005730*****************************************************************
005740*    3100-RETURN-SORTED-RECORD                                  *
005750*****************************************************************
005760 3100-RETURN-SORTED-RECORD.
005770     RETURN SORT-WORK-FILE
005780         AT END
005790             SET WS-SORT-EOF TO TRUE
005800     END-RETURN.
005810 3100-EXIT.
005820     EXIT.
005830*****************************************************************
005840*    3200-PROCESS-ONE-CHANGE                                    *
005850*****************************************************************
005860 3200-PROCESS-ONE-CHANGE.
005870     IF WS-FIRST-GROUP
005880        OR SRT-OPERATOR NOT = WS-CURRENT-OPERATOR
005890         IF NOT WS-FIRST-GROUP
005900             PERFORM 3500-WRITE-GROUP-LINE THRU 3500-EXIT
005910         END-IF
005920         PERFORM 3300-START-OPERATOR THRU 3300-EXIT
005930         PERFORM 3400-START-GROUP THRU 3400-EXIT
005940     ELSE
005950         IF SRT-FILE NOT = WS-CURRENT-FILE
005960            OR SRT-BRAND NOT = WS-CURRENT-BRAND
005970             PERFORM 3500-WRITE-GROUP-LINE THRU 3500-EXIT
005980             PERFORM 3400-START-GROUP THRU 3400-EXIT
005990         END-IF
006000     END-IF.
006010     EVALUATE SRT-CHANGE-TYPE
006020         WHEN 'A'
006030             ADD 1 TO WS-GROUP-ADDS
006040         WHEN 'D'
006050             ADD 1 TO WS-GROUP-DELETES
006060         WHEN OTHER
006070             ADD 1 TO WS-GROUP-CHANGES
006080     END-EVALUATE.
006090     IF WS-OPERATOR-NOT-ON-FILE
006100         ADD 1 TO WS-NOT-ON-FILE-CHANGES
006110         ADD 1 TO WS-GROUP-EXCEPTIONS
006120         GO TO 3200-NEXT
006130     END-IF.
006140     IF WS-OPERATOR-ON-FILE
006150        AND (SRT-FILE-VENDOR OR SRT-FILE-BRAND)
006160         PERFORM 3600-CHECK-BRAND-LIST THRU 3600-EXIT
006170         IF NOT WS-BRAND-ALLOWED
006180             ADD 1 TO WS-BRAND-EXCEPTIONS
006190             ADD 1 TO WS-GROUP-EXCEPTIONS
006200             PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
006210         END-IF
006220     END-IF.
006230 3200-NEXT.
006240     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
006250 3200-EXIT.
006260     EXIT.
006270*****************************************************************
006280*    3300-START-OPERATOR                                        *
006290*        AN ID NO LONGER ON THE AUTHORITY FILE IS FLAGGED ONCE  *
006300*        ON ITS HEADING, AND EVERY ONE OF ITS CHANGES COUNTS AS *
006310*        AN EXCEPTION IN ITS GROUP LINES - LISTING THEM ONE BY  *
006320*        ONE WOULD BURY THE BRAND EXCEPTIONS FOR A LEAVER WITH  *
006330*        A BUSY MONTH.                                          *
006340*****************************************************************
006350 3300-START-OPERATOR.
006360     MOVE 'N' TO WS-FIRST-GROUP-SWITCH.
006370     MOVE SRT-OPERATOR TO WS-CURRENT-OPERATOR.
006380     ADD 1 TO WS-OPERATORS-REPORTED.
006390     MOVE SRT-OPERATOR TO RO-OPERATOR.
006400     IF SRT-OPERATOR(1:4) = 'AMSV'
006410         SET WS-OPERATOR-IS-SYSTEM TO TRUE
006420         MOVE 'BATCH PROGRAM - NOT HELD TO AUTHORITY'
006430             TO RO-STANDING
006440     ELSE
006450         MOVE SRT-OPERATOR TO WS-CHECK-OPERATOR
006460         PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
006470         IF WS-AUTH-FOUND
006480             SET WS-OPERATOR-ON-FILE TO TRUE
006490             MOVE SPACES TO RO-STANDING
006500         ELSE
006510             SET WS-OPERATOR-NOT-ON-FILE TO TRUE
006520             MOVE '** NO LONGER ON THE AUTHORITY FILE'
006530                 TO RO-STANDING
006540         END-IF
006550     END-IF.
006560     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-OPERATOR-LINE.
006570 3300-EXIT.
006580     EXIT.
006590*****************************************************************
006600*    3400-START-GROUP                                           *
006610*****************************************************************
006620 3400-START-GROUP.
006630     MOVE SRT-FILE TO WS-CURRENT-FILE.
006640     MOVE SRT-BRAND TO WS-CURRENT-BRAND.
006650     MOVE ZERO TO WS-GROUP-ADDS
006660                  WS-GROUP-CHANGES
006670                  WS-GROUP-DELETES
006680                  WS-GROUP-EXCEPTIONS.
006690 3400-EXIT.
006700     EXIT.
006710*****************************************************************
006720*    3500-WRITE-GROUP-LINE                                      *
006730*****************************************************************
006740 3500-WRITE-GROUP-LINE.
006750     MOVE WS-CURRENT-FILE TO WS-FILE-SUB.
006760     MOVE WS-FILE-NAME (WS-FILE-SUB) TO RG-FILE.
006770     MOVE WS-CURRENT-BRAND TO RG-BRAND.
006780     MOVE WS-GROUP-ADDS TO RG-ADDS.
006790     MOVE WS-GROUP-CHANGES TO RG-CHANGES.
006800     MOVE WS-GROUP-DELETES TO RG-DELETES.
006810     MOVE WS-GROUP-EXCEPTIONS TO RG-EXCEPTIONS.
006820     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-GROUP-LINE.
006830 3500-EXIT.
006840     EXIT.
006850*****************************************************************
006860*    3600-CHECK-BRAND-LIST                                      *
006870*        WS-AUTH-SUB STILL POINTS AT THE OPERATOR FOUND IN      *
006880*        3300.  SAME RULE AS AMSV125 2070 - '***' GRANTS EVERY  *
006890*        BRAND, SPACES ARE UNUSED SLOTS.                        *
006900*****************************************************************
006910 3600-CHECK-BRAND-LIST.
006920     MOVE 'N' TO WS-BRAND-ALLOWED-SWITCH.
006930     MOVE ZERO TO WS-AUTH-BRAND-SUB.
006940     PERFORM 3610-CHECK-ONE-BRAND THRU 3610-EXIT
006950         UNTIL WS-BRAND-ALLOWED
006960            OR WS-AUTH-BRAND-SUB NOT LESS THAN 10.
006970 3600-EXIT.
006980     EXIT.
006990*****************************************************************
007000*    3610-CHECK-ONE-BRAND                                       *
007010*****************************************************************
007020 3610-CHECK-ONE-BRAND.
007030     ADD 1 TO WS-AUTH-BRAND-SUB.
007040     IF WAT-BRAND-ENTRY (WS-AUTH-SUB WS-AUTH-BRAND-SUB) = '***'
007050        OR (WAT-BRAND-ENTRY (WS-AUTH-SUB WS-AUTH-BRAND-SUB)
007060               NOT = SPACES
007070            AND WAT-BRAND-ENTRY (WS-AUTH-SUB WS-AUTH-BRAND-SUB)
007080               = SRT-BRAND)
007090         SET WS-BRAND-ALLOWED TO TRUE
007100     END-IF.
007110 3610-EXIT.
007120     EXIT.
007130*****************************************************************
007140*    3700-WRITE-EXCEPTION                                       *
007150*****************************************************************
007160 3700-WRITE-EXCEPTION.
007170     MOVE SRT-FILE TO WS-FILE-SUB.
007180     MOVE WS-FILE-NAME (WS-FILE-SUB) TO RX-FILE.
007190     MOVE SRT-BRAND TO RX-BRAND.
007200     MOVE SRT-ITEM TO RX-ITEM.
007210     MOVE SRT-CHANGE-DATE TO RX-CHANGE-DATE.
007220     MOVE SRT-CHANGE-TIME TO RX-CHANGE-TIME.
007230     MOVE SRT-CHANGE-TYPE TO RX-CHANGE-TYPE.
007240     MOVE 'BRAND NOT IN OPERATOR''S BRAND LIST' TO RX-MESSAGE.
007250     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-EXCEPTION-LINE.
007260 3700-EXIT.
007270     EXIT.
007280*****************************************************************
007290*    5000-REPORT-RELEASES                                       *
007300*        A MISSING RELEASE LOG MEANS AMSV126 HAS NOT RUN SINCE  *
007310*        THE LOG BEGAN - NOTHING TO CHECK, BUT SAY SO.          *
007320*****************************************************************
007330 5000-REPORT-RELEASES.
007340     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-SOD-HEADING.
007350     OPEN INPUT RELEASE-LOG-FILE.
007360     IF NOT WS-RELEASE-LOG-OK
007370         DISPLAY 'AMSV142 - NO SUSPENSE RELEASE LOG (STATUS '
007380             WS-RELEASE-LOG-STATUS ')'
007390         GO TO 5000-EXIT
007400     END-IF.
007410     MOVE 'N' TO WS-INPUT-EOF-SWITCH.
007420     PERFORM 5100-CHECK-ONE-RELEASE THRU 5100-EXIT
007430         UNTIL WS-INPUT-EOF.
007440     CLOSE RELEASE-LOG-FILE.
007450 5000-EXIT.
007460     EXIT.
007470*****************************************************************
007480*    5100-CHECK-ONE-RELEASE                                     *
007490*        ONLY A RELEASE ('C' OR 'R') PUTS A TRANSACTION BACK    *
007500*        INTO THE STREAM - A DROP IS NOT A SEGREGATION ISSUE.   *
007510*        A RELEASE WITH NO CLERK ID GOES THROUGH UNDER THE      *
007520*        KEYER'S OWN ID (AMSV126 2300), SO IT IS FLAGGED TOO.   *
007530*****************************************************************
007540 5100-CHECK-ONE-RELEASE.
007550     READ RELEASE-LOG-FILE
007560         AT END
007570             SET WS-INPUT-EOF TO TRUE
007580             GO TO 5100-EXIT
007590     END-READ.
007600     IF SRL-RELEASE-DATE < PRM-FROM-DATE
007610        OR SRL-RELEASE-DATE > PRM-THROUGH-DATE
007620        OR SRL-DROPPED
007630         GO TO 5100-EXIT
007640     END-IF.
007650     ADD 1 TO WS-RELEASES-READ.
007660     IF SRL-CORRECTED-BY = SPACES
007670         MOVE 'RELEASED WITH NO CLERK ID' TO RS-MESSAGE
007680     ELSE
007690         IF SRL-CORRECTED-BY = SRL-KEYED-BY
007700             MOVE 'RELEASED BY THE OPERATOR WHO KEYED IT'
007710                 TO RS-MESSAGE
007720         ELSE
007730             GO TO 5100-EXIT
007740         END-IF
007750     END-IF.
007760     ADD 1 TO WS-SOD-EXCEPTIONS.
007770     MOVE SRL-BRAND TO RS-BRAND.
007780     MOVE SRL-LOCATION-NUMBER TO RS-LOCATION-NUMBER.
007790     MOVE SRL-TRANS-CODE TO RS-TRANS-CODE.
007800     MOVE SRL-SUSPENSE-DATE TO RS-SUSPENSE-DATE.
007810     MOVE SRL-RELEASE-DATE TO RS-RELEASE-DATE.
007820     MOVE SRL-ACTION TO RS-ACTION.
007830     MOVE SRL-KEYED-BY TO RS-KEYED-BY.
007840     MOVE SRL-CORRECTED-BY TO RS-CORRECTED-BY.
007850     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-SOD-LINE.
007860 5100-EXIT.
007870     EXIT.
007880*****************************************************************
007890*    6000-FIND-OPERATOR                                         *
007900*        LEAVES WS-AUTH-SUB ON THE MATCHING ENTRY.              *
007910*****************************************************************
007920 6000-FIND-OPERATOR.
007930     MOVE 'N' TO WS-AUTH-FOUND-SWITCH.
007940     MOVE ZERO TO WS-AUTH-SUB.
007950     PERFORM 6010-TEST-ONE-OPERATOR THRU 6010-EXIT
007960         UNTIL WS-AUTH-FOUND
007970            OR WS-AUTH-SUB NOT LESS THAN WS-AUTH-COUNT.
007980 6000-EXIT.
007990     EXIT.
008000*****************************************************************
008010*    6010-TEST-ONE-OPERATOR                                     *
008020*****************************************************************
008030 6010-TEST-ONE-OPERATOR.
008040     ADD 1 TO WS-AUTH-SUB.
008050     IF WAT-OPERATOR-ID (WS-AUTH-SUB) = WS-CHECK-OPERATOR
008060         SET WS-AUTH-FOUND TO TRUE
008070     END-IF.
008080 6010-EXIT.
008090     EXIT.
008100*****************************************************************
008110*    8000-TERMINATE                                             *
008120*        RC 4 - AT LEAST ONE EXCEPTION OF ANY KIND.             *
008130*****************************************************************
008140 8000-TERMINATE.
008150     MOVE 'CHANGES IN RANGE   :' TO WS-REPORT-TOTAL-LINE(1:20).
008160     MOVE WS-CHANGES-SORTED TO RT-COUNT.
008170     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
008180     MOVE 'OPERATORS REPORTED :' TO WS-REPORT-TOTAL-LINE(1:20).
008190     MOVE WS-OPERATORS-REPORTED TO RT-COUNT.
008200     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
008210     MOVE 'BRAND-LIST EXCEPTNS:' TO WS-REPORT-TOTAL-LINE(1:20).
008220     MOVE WS-BRAND-EXCEPTIONS TO RT-COUNT.
008230     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
008240     MOVE 'CHANGES BY LEAVERS :' TO WS-REPORT-TOTAL-LINE(1:20).
008250     MOVE WS-NOT-ON-FILE-CHANGES TO RT-COUNT.
008260     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
008270     MOVE 'RELEASES IN RANGE  :' TO WS-REPORT-TOTAL-LINE(1:20).
008280     MOVE WS-RELEASES-READ TO RT-COUNT.
008290     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
008300     MOVE 'SEGREGATION EXCEPTN:' TO WS-REPORT-TOTAL-LINE(1:20).
008310     MOVE WS-SOD-EXCEPTIONS TO RT-COUNT.
008320     WRITE AMSV142-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
008330     CLOSE AMSV142-REPORT.
008340     DISPLAY 'AMSV142 - CHANGES IN RANGE    : ' WS-CHANGES-SORTED.
008350     DISPLAY 'AMSV142 - BRAND-LIST EXCEPTNS : '
008360         WS-BRAND-EXCEPTIONS.
008370     DISPLAY 'AMSV142 - CHANGES BY LEAVERS  : '
008380         WS-NOT-ON-FILE-CHANGES.
008390     DISPLAY 'AMSV142 - SEGREGATION EXCEPTN : ' WS-SOD-EXCEPTIONS.
008400     IF WS-BRAND-EXCEPTIONS > 0
008410        OR WS-NOT-ON-FILE-CHANGES > 0
008420        OR WS-SOD-EXCEPTIONS > 0
008430         MOVE 4 TO RETURN-CODE
008440     END-IF.
008450 8000-EXIT.
008460     EXIT.
