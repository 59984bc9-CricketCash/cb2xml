000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV147                                      *
000040*   DESCRIPTION :  WEEKLY REFERENTIAL INTEGRITY AUDIT.  THE      *
000050*                  SATELLITE FILES HANG OFF THE VENDOR MASTER    *
000060*                  AND THE REFERENCE FILES BY KEY, AND NOTHING   *
000070*                  ELSE PROVES THE KEYS STILL MEET.  EVERY       *
000080*                  RELATIONSHIP BELOW IS CHECKED AND EACH BREAK  *
000090*                  IS LISTED BY FILE AND KEY:                    *
000100*                    - AMS-VENDOR (AMSVMST) - BRAND AND          *
000110*                      LOCATION-TYPE MUST BE ON THE KEYED BRAND  *
000120*                      (AMSVBRK) AND LOCATION-TYPE (AMSVLTK)     *
000130*                      FILES, AND ACTIVE THERE FOR AN ACTIVE     *
000140*                      LOCATION;                                 *
000150*                    - LOCATION-COORDINATES (AMSVLOC) - EVERY    *
000160*                      ROW MUST HAVE ITS AMS-VENDOR RECORD.  A   *
000170*                      DELETE THROUGH AMSV125 OR VMNT LEAVES THE *
000180*                      ROW BEHIND, AND AMSV175/AMSV178 GO ON     *
000190*                      COUNTING IT;                              *
000200*                    - DEPOT ASSIGNMENT (AMSVDASN) - EVERY ROW   *
000210*                      MUST HAVE ITS AMS-VENDOR RECORD, AND      *
000220*                      DAS-DEPOT-CODE MUST NAME AN ACTIVE DEPOT  *
000230*                      ON AMSVDPK;                               *
000240*                    - PENDING (AMSVPTRN) AND SUSPENSE           *
000250*                      (AMSVSUSP) ITEMS - AN ADD OR CHANGE MUST  *
000260*                      CARRY A BRAND AND LOCATION-TYPE THAT ARE  *
000270*                      ON FILE AND ACTIVE, OR AMSV125 WILL       *
000280*                      SUSPEND IT THE NIGHT IT IS RELEASED.      *
000290*                                                               *
000300*                  MODE 'R' (REPORT) ONLY LISTS.  MODE 'P'       *
000310*                  (PURGE) ALSO REMOVES THE ORPHAN COORDINATE    *
000320*                  ROWS FROM AMSVLOC AND WRITES A NEW            *
000330*                  ASSIGNMENT FILE WITHOUT THE ORPHAN            *
000340*                  ASSIGNMENT ROWS, APPENDING ONE PURGE AUDIT    *
000350*                  RECORD (AMSVPAUD) PER ROW REMOVED.  NOTHING   *
000360*                  ELSE IS EVER CHANGED - A DEPOT, BRAND OR      *
000370*                  LOCATION-TYPE BREAK NEEDS A PERSON, NOT A     *
000380*                  PURGE.                                        *
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
000510 PROGRAM-ID.     AMSV147.
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
000620     SELECT AMSV147-PARM ASSIGN TO AMV47PC
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PARM-STATUS.
000650     SELECT AMS-VENDOR-MASTER ASSIGN TO AMSVMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS AMS-VENDOR-KEY
000690         FILE STATUS IS WS-MASTER-STATUS.
000700     SELECT BRAND-MASTER-KEYED ASSIGN TO AMSVBRK
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS BRM-BRAND
000740         FILE STATUS IS WS-BRAND-STATUS.
000750     SELECT LOCATION-TYPE-KEYED ASSIGN TO AMSVLTK
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS LTY-TYPE-CODE
000790         FILE STATUS IS WS-LTYPE-STATUS.
000800     SELECT DEPOT-MASTER-KEYED ASSIGN TO AMSVDPK
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS DEP-DEPOT-CODE
000840         FILE STATUS IS WS-DEPOT-STATUS.
000850     SELECT LOCATION-COORDINATES ASSIGN TO AMSVLOC
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS LCC-KEY
000890         FILE STATUS IS WS-COORD-STATUS.
000900     SELECT ASSIGNMENT-IN-FILE ASSIGN TO AMV47AI
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-ASSIGN-IN-STATUS.
000930     SELECT ASSIGNMENT-OUT-FILE ASSIGN TO AMV47AO
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-ASSIGN-OUT-STATUS.
000960     SELECT PENDING-FILE ASSIGN TO AMV47PT
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-PENDING-STATUS.
000990     SELECT SUSPENSE-FILE ASSIGN TO AMV47SU
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-SUSPENSE-STATUS.
001020     SELECT PURGE-AUDIT-FILE ASSIGN TO AMSVPAU
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-AUDIT-STATUS.
001050     SELECT AMSV147-REPORT ASSIGN TO AMV47RP
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-REPORT-STATUS.
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  AMSV147-PARM
001110     RECORDING MODE IS F.
001120 01  AMSV147-PARM-REC.
001130     05  PRM-MODE                PIC X(01).
001140         88  PRM-REPORT-ONLY     VALUE 'R'.
001150         88  PRM-PURGE           VALUE 'P'.
001160     05  PRM-CHANGED-BY          PIC X(08).
001170     05  FILLER                  PIC X(71).
001180 FD  AMS-VENDOR-MASTER
001190     RECORDING MODE IS F.
001200 COPY Vendor.
001210 FD  BRAND-MASTER-KEYED
001220     RECORDING MODE IS F.
001230 COPY AMSVBRND.
001240 FD  LOCATION-TYPE-KEYED
001250     RECORDING MODE IS F.
001260 COPY AMSVLTYP.
001270 FD  DEPOT-MASTER-KEYED
001280     RECORDING MODE IS F.
001290 COPY AMSVDEPT.
001300 FD  LOCATION-COORDINATES
001310     RECORDING MODE IS F.
001320 COPY AMSVLOCC.
001330 FD  ASSIGNMENT-IN-FILE
001340     RECORDING MODE IS F.
001350 COPY AMSVDASN.
001360 FD  ASSIGNMENT-OUT-FILE
001370     RECORDING MODE IS F.
001380 01  ASSIGNMENT-OUT-REC          PIC X(25).
001390 FD  PENDING-FILE
001400     RECORDING MODE IS F.
001410 COPY AMSVPTRN.
001420 FD  SUSPENSE-FILE
001430     RECORDING MODE IS F.
001440 COPY AMSVSUSP.
001450 FD  PURGE-AUDIT-FILE
001460     RECORDING MODE IS F.
001470 COPY AMSVPAUD.
001480 FD  AMSV147-REPORT
001490     RECORDING MODE IS F.
001500 01  AMSV147-REPORT-LINE         PIC X(132).
001510 WORKING-STORAGE SECTION.
001520 01  WS-PARM-STATUS              PIC XX.
001530     88  WS-PARM-OK              VALUE '00'.
001540 01  WS-MASTER-STATUS            PIC XX.
001550     88  WS-MASTER-OK            VALUE '00'.
001560 01  WS-BRAND-STATUS             PIC XX.
001570     88  WS-BRAND-OK             VALUE '00'.
001580 01  WS-LTYPE-STATUS             PIC XX.
001590     88  WS-LTYPE-OK             VALUE '00'.
001600 01  WS-DEPOT-STATUS             PIC XX.
001610     88  WS-DEPOT-OK             VALUE '00'.
001620 01  WS-COORD-STATUS             PIC XX.
001630     88  WS-COORD-OK             VALUE '00'.
001640 01  WS-ASSIGN-IN-STATUS         PIC XX.
001650     88  WS-ASSIGN-IN-OK         VALUE '00'.
001660 01  WS-ASSIGN-OUT-STATUS        PIC XX.
001670     88  WS-ASSIGN-OUT-OK        VALUE '00'.
001680 01  WS-PENDING-STATUS           PIC XX.
001690     88  WS-PENDING-OK           VALUE '00'.
001700 01  WS-SUSPENSE-STATUS          PIC XX.
001710     88  WS-SUSPENSE-OK          VALUE '00'.
001720 01  WS-AUDIT-STATUS             PIC XX.
001730     88  WS-AUDIT-OK             VALUE '00'.
001740     88  WS-AUDIT-EMPTY          VALUE '05' '35'.
001750 01  WS-REPORT-STATUS            PIC XX.
001760     88  WS-REPORT-OK            VALUE '00'.
001770 01  WS-SWITCHES.
001780     05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
001790         88  WS-MASTER-EOF       VALUE 'Y'.
001800     05  WS-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.
001810         88  WS-REF-EOF          VALUE 'Y'.
001820     05  WS-COORD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001830         88  WS-COORD-EOF        VALUE 'Y'.
001840     05  WS-ASSIGN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001850         88  WS-ASSIGN-EOF       VALUE 'Y'.
001860     05  WS-PENDING-EOF-SWITCH   PIC X(01) VALUE 'N'.
001870         88  WS-PENDING-EOF      VALUE 'Y'.
001880     05  WS-SUSPENSE-EOF-SWITCH  PIC X(01) VALUE 'N'.
001890         88  WS-SUSPENSE-EOF     VALUE 'Y'.
001900     05  WS-COORD-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001910         88  WS-COORD-OPEN       VALUE 'Y'.
001920     05  WS-ASSIGN-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001930         88  WS-ASSIGN-OPEN      VALUE 'Y'.
001940     05  WS-MASTER-FOUND-SWITCH  PIC X(01).
001950         88  WS-MASTER-FOUND     VALUE 'Y'.
001960*****************************************************************
001970*   RESULT OF A REFERENCE LOOKUP - 'M' MISSING, 'I' INACTIVE,    *
001980*   'A' ACTIVE.                                                 *
001990*****************************************************************
002000 01  WS-BRAND-RESULT             PIC X(01).
002010     88  WS-BRAND-MISSING        VALUE 'M'.
002020     88  WS-BRAND-INACTIVE       VALUE 'I'.
002030 01  WS-LTYPE-RESULT             PIC X(01).
002040     88  WS-LTYPE-MISSING        VALUE 'M'.
002050     88  WS-LTYPE-INACTIVE       VALUE 'I'.
002060 01  WS-DEPOT-RESULT             PIC X(01).
002070     88  WS-DEPOT-MISSING        VALUE 'M'.
002080     88  WS-DEPOT-INACTIVE       VALUE 'I'.
002090 01  WS-RUN-DATE                 PIC 9(08).
002100 01  WS-RUN-TIME                 PIC 9(08).
002110 01  WS-CHECK-BRAND              PIC X(03).
002120 01  WS-CHECK-LTYPE              PIC X(02).
002130 01  WS-CHECK-DEPOT              PIC X(04).
002140 01  WS-ITEM-VENDOR              PIC X(177).
002150 01  WS-ITEM-CODE                PIC X(01).
002160 01  WS-ITEM-FILE                PIC X(08).
002170 01  WS-COUNTERS.
002180     05  WS-MASTER-READ          PIC 9(07) COMP VALUE ZERO.
002190     05  WS-MASTER-BREAKS        PIC 9(07) COMP VALUE ZERO.
002200     05  WS-COORD-READ           PIC 9(07) COMP VALUE ZERO.
002210     05  WS-COORD-BREAKS         PIC 9(07) COMP VALUE ZERO.
002220     05  WS-COORD-PURGED         PIC 9(07) COMP VALUE ZERO.
002230     05  WS-ASSIGN-READ          PIC 9(07) COMP VALUE ZERO.
002240     05  WS-ASSIGN-BREAKS        PIC 9(07) COMP VALUE ZERO.
002250     05  WS-ASSIGN-PURGED        PIC 9(07) COMP VALUE ZERO.
002260     05  WS-PENDING-READ         PIC 9(07) COMP VALUE ZERO.
002270     05  WS-PENDING-BREAKS       PIC 9(07) COMP VALUE ZERO.
002280     05  WS-SUSPENSE-READ        PIC 9(07) COMP VALUE ZERO.
002290     05  WS-SUSPENSE-BREAKS      PIC 9(07) COMP VALUE ZERO.
002300     05  WS-TOTAL-BREAKS         PIC 9(07) COMP VALUE ZERO.
002310 01  WS-BRAND-COUNT              PIC 9(05) COMP VALUE ZERO.
002320 01  WS-LTYPE-COUNT              PIC 9(03) COMP VALUE ZERO.
002330 01  WS-DEPOT-COUNT              PIC 9(03) COMP VALUE ZERO.
002340*****************************************************************
002350*   REFERENCE TABLES, LOADED FROM THE KEYED FILES THEMSELVES -   *
002360*   NOT THE NIGHTLY EXTRACTS - SO THE AUDIT SEES WHAT VMNT       *
002370*   SEES.  SIZES AS IN AMSV125; A CLOSED DEPOT STAYS ON FILE     *
002380*   FOREVER, SO THE DEPOT TABLE IS SIZED WELL PAST AMSV176'S     *
002390*   ACTIVE-ONLY 50.                                              *
002400*****************************************************************
002410 01  WS-BRAND-TABLE-AREA.
002420     05  WS-BRAND-ENTRY OCCURS 1 TO 500 TIMES
002430             DEPENDING ON WS-BRAND-COUNT
002440             INDEXED BY WS-BRAND-IDX.
002450         10  WBT-BRAND           PIC X(03).
002460         10  WBT-STATUS          PIC X(01).
002470 01  WS-LTYPE-TABLE-AREA.
002480     05  WS-LTYPE-ENTRY OCCURS 1 TO 50 TIMES
002490             DEPENDING ON WS-LTYPE-COUNT
002500             INDEXED BY WS-LTYPE-IDX.
002510         10  WLT-TYPE-CODE       PIC X(02).
002520         10  WLT-STATUS          PIC X(01).
002530 01  WS-DEPOT-TABLE-AREA.
002540     05  WS-DEPOT-ENTRY OCCURS 1 TO 200 TIMES
002550             DEPENDING ON WS-DEPOT-COUNT
002560             INDEXED BY WS-DEPOT-IDX.
002570         10  WDT-DEPOT-CODE      PIC X(04).
002580         10  WDT-STATUS          PIC X(01).
002590 01  WS-REPORT-HEADING-1.
002600     05  FILLER                  PIC X(44)
002610             VALUE 'AMSV147 - REFERENTIAL INTEGRITY AUDIT, MODE '.
002620     05  RH-MODE                 PIC X(01).
002630     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
002640     05  RH-RUN-DATE             PIC 9(08).
002650     05  FILLER                  PIC X(69) VALUE SPACES.
002660 01  WS-REPORT-SECTION-LINE.
002670     05  FILLER                  PIC X(03) VALUE SPACES.
002680     05  RS-TITLE                PIC X(60).
002690     05  FILLER                  PIC X(69) VALUE SPACES.
002700 01  WS-REPORT-DETAIL-LINE.
002710     05  FILLER                  PIC X(05) VALUE SPACES.
002720     05  RD-FILE                 PIC X(08).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  RD-KEY                  PIC X(08).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  RD-VALUE                PIC X(04).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  RD-MESSAGE              PIC X(40).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  RD-ACTION               PIC X(10).
002810     05  FILLER                  PIC X(49) VALUE SPACES.
002820 01  WS-KEY-DISPLAY.
002830     05  KD-BRAND                PIC X(03).
002840     05  FILLER                  PIC X(01) VALUE '/'.
002850     05  KD-LOCATION-NUMBER      PIC X(04).
002860 01  WS-REPORT-TOTAL-LINE.
002870     05  FILLER                  PIC X(20).
002880     05  RT-COUNT                PIC ZZZ,ZZ9.
002890     05  FILLER                  PIC X(105) VALUE SPACES.
002900 PROCEDURE DIVISION.
002910*****************************************************************
002920*    0000-MAINLINE                                              *
002930*****************************************************************
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     PERFORM 2000-AUDIT-MASTER THRU 2000-EXIT.
002970     PERFORM 3000-AUDIT-COORDINATES THRU 3000-EXIT.
002980     PERFORM 4000-AUDIT-ASSIGNMENTS THRU 4000-EXIT.
002990     PERFORM 5000-AUDIT-PENDING THRU 5000-EXIT.
003000     PERFORM 5500-AUDIT-SUSPENSE THRU 5500-EXIT.
003010     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003020     STOP RUN.
003030*****************************************************************
003040*    1000-INITIALIZE                                            *
003050*        THE PURGE AUDIT FILE IS APPENDED TO, THE SAME WAY THE  *
003060*        STREAM CONTROL FILE IS, AND ONLY IN PURGE MODE.        *
003070*****************************************************************
003080 1000-INITIALIZE.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     ACCEPT WS-RUN-TIME FROM TIME.
003110     OPEN INPUT AMSV147-PARM.
003120     IF NOT WS-PARM-OK
003130         DISPLAY 'AMSV147 - OPEN FAILED, AMSV147-PARM '
003140             WS-PARM-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     READ AMSV147-PARM
003190         AT END
003200             DISPLAY 'AMSV147 - PARAMETER CARD IS MISSING'
003210             MOVE 16 TO RETURN-CODE
003220             STOP RUN
003230     END-READ.
003240     CLOSE AMSV147-PARM.
003250     IF NOT PRM-REPORT-ONLY AND NOT PRM-PURGE
003260         DISPLAY 'AMSV147 - MODE MUST BE R OR P'
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     IF PRM-PURGE AND PRM-CHANGED-BY = SPACES
003310         DISPLAY 'AMSV147 - PURGE MODE NEEDS AN OPERATOR ID'
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     OPEN OUTPUT AMSV147-REPORT.
003360     IF NOT WS-REPORT-OK
003370         DISPLAY 'AMSV147 - OPEN FAILED, AMSV147-REPORT '
003380             WS-REPORT-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     MOVE PRM-MODE TO RH-MODE.
003430     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003440     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-HEADING-1.
003450     PERFORM 1100-LOAD-BRAND-TABLE THRU 1100-EXIT.
003460     PERFORM 1200-LOAD-LTYPE-TABLE THRU 1200-EXIT.
003470     PERFORM 1300-LOAD-DEPOT-TABLE THRU 1300-EXIT.
003480     OPEN INPUT AMS-VENDOR-MASTER.
003490     IF NOT WS-MASTER-OK
003500         DISPLAY 'AMSV147 - OPEN FAILED, AMS-VENDOR-MASTER '
003510             WS-MASTER-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     IF PRM-PURGE
003560         OPEN EXTEND PURGE-AUDIT-FILE
003570         IF WS-AUDIT-EMPTY
003580             OPEN OUTPUT PURGE-AUDIT-FILE
003590         END-IF
003600         IF NOT WS-AUDIT-OK
003610             DISPLAY 'AMSV147 - OPEN FAILED, PURGE-AUDIT-FILE '
003620                 WS-AUDIT-STATUS
003630             MOVE 16 TO RETURN-CODE
003640             STOP RUN
003650         END-IF
003660     END-IF.
003670 1000-EXIT.
003680     EXIT.
003690*****************************************************************
003700*    1100-LOAD-BRAND-TABLE                                      *
003710*****************************************************************
003720 1100-LOAD-BRAND-TABLE.
003730     OPEN INPUT BRAND-MASTER-KEYED.
003740     IF NOT WS-BRAND-OK
003750         DISPLAY 'AMSV147 - OPEN FAILED, BRAND-MASTER-KEYED '
003760             WS-BRAND-STATUS
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     MOVE 'N' TO WS-REF-EOF-SWITCH.
003810     PERFORM 1110-READ-ONE-BRAND THRU 1110-EXIT
003820         UNTIL WS-REF-EOF.
003830     CLOSE BRAND-MASTER-KEYED.
003840 1100-EXIT.
003850     EXIT.
003860*****************************************************************
003870*    1110-READ-ONE-BRAND                                        *
003880*****************************************************************
003890 1110-READ-ONE-BRAND.
003900     READ BRAND-MASTER-KEYED NEXT RECORD
003910         AT END
003920             SET WS-REF-EOF TO TRUE
003930             GO TO 1110-EXIT
003940     END-READ.
003950     IF WS-BRAND-COUNT NOT LESS THAN 500
003960         DISPLAY 'AMSV147 - BRAND MASTER EXCEEDS 500-ENTRY '
003970             'TABLE LIMIT - RUN ABORTED'
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     ADD 1 TO WS-BRAND-COUNT.
004020     MOVE BRM-BRAND TO WBT-BRAND (WS-BRAND-COUNT).
004030     MOVE BRM-STATUS TO WBT-STATUS (WS-BRAND-COUNT).
004040 1110-EXIT.
004050     EXIT.
004060*****************************************************************
004070*    1200-LOAD-LTYPE-TABLE                                      *
004080*****************************************************************
004090 1200-LOAD-LTYPE-TABLE.
004100     OPEN INPUT LOCATION-TYPE-KEYED.
004110     IF NOT WS-LTYPE-OK
004120         DISPLAY 'AMSV147 - OPEN FAILED, LOCATION-TYPE-KEYED '
004130             WS-LTYPE-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170     MOVE 'N' TO WS-REF-EOF-SWITCH.
004180     PERFORM 1210-READ-ONE-LTYPE THRU 1210-EXIT
004190         UNTIL WS-REF-EOF.
004200     CLOSE LOCATION-TYPE-KEYED.
004210 1200-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    1210-READ-ONE-LTYPE                                        *
004250*****************************************************************
004260 1210-READ-ONE-LTYPE.
004270     READ LOCATION-TYPE-KEYED NEXT RECORD
004280         AT END
004290             SET WS-REF-EOF TO TRUE
004300             GO TO 1210-EXIT
004310     END-READ.
004320     IF WS-LTYPE-COUNT NOT LESS THAN 50
004330         DISPLAY 'AMSV147 - LOCATION-TYPE FILE EXCEEDS 50-ENTRY '
004340             'TABLE LIMIT - RUN ABORTED'
004350         MOVE 16 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     ADD 1 TO WS-LTYPE-COUNT.
004390     MOVE LTY-TYPE-CODE TO WLT-TYPE-CODE (WS-LTYPE-COUNT).
004400     MOVE LTY-STATUS TO WLT-STATUS (WS-LTYPE-COUNT).
004410 1210-EXIT.
004420     EXIT.
004430*****************************************************************
004440*    1300-LOAD-DEPOT-TABLE                                      *
004450*****************************************************************
004460 1300-LOAD-DEPOT-TABLE.
004470     OPEN INPUT DEPOT-MASTER-KEYED.
004480     IF NOT WS-DEPOT-OK
004490         DISPLAY 'AMSV147 - OPEN FAILED, DEPOT-MASTER-KEYED '
004500             WS-DEPOT-STATUS
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     MOVE 'N' TO WS-REF-EOF-SWITCH.
004550     PERFORM 1310-READ-ONE-DEPOT THRU 1310-EXIT
004560         UNTIL WS-REF-EOF.
004570     CLOSE DEPOT-MASTER-KEYED.
004580 1300-EXIT.
004590     EXIT.
004600*****************************************************************
004610*    1310-READ-ONE-DEPOT                                        *
004620*****************************************************************
004630 1310-READ-ONE-DEPOT.
004640     READ DEPOT-MASTER-KEYED NEXT RECORD
004650         AT END
004660             SET WS-REF-EOF TO TRUE
004670             GO TO 1310-EXIT
004680     END-READ.
004690     IF WS-DEPOT-COUNT NOT LESS THAN 200
004700         DISPLAY 'AMSV147 - DEPOT MASTER EXCEEDS 200-ENTRY '
004710             'TABLE LIMIT - RUN ABORTED'
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     ADD 1 TO WS-DEPOT-COUNT.
004760     MOVE DEP-DEPOT-CODE TO WDT-DEPOT-CODE (WS-DEPOT-COUNT).
004770     MOVE DEP-STATUS TO WDT-STATUS (WS-DEPOT-COUNT).
004780 1310-EXIT.
004790     EXIT.
004800*****************************************************************
004810*    2000-AUDIT-MASTER                                          *
004820*        ONE SEQUENTIAL PASS OF THE MASTER.  THE FILE STAYS     *
004830*        OPEN AFTERWARDS FOR THE KEYED LOOKUPS IN 3000/4000.    *
004840*****************************************************************
004850 2000-AUDIT-MASTER.
004860     MOVE 'AMS-VENDOR MASTER - BRAND AND LOCATION-TYPE'
004870         TO RS-TITLE.
004880     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-SECTION-LINE.
004890     PERFORM 2100-CHECK-ONE-MASTER THRU 2100-EXIT
004900         UNTIL WS-MASTER-EOF.
004910 2000-EXIT.
004920     EXIT.
004930*****************************************************************
004940*    2100-CHECK-ONE-MASTER                                      *
004950*        A BRAND OR TYPE THAT IS NOT ON FILE AT ALL IS A BREAK  *
004960*        FOR ANY RECORD.  ONE THAT IS ON FILE BUT INACTIVE IS   *
004970*        ONLY A BREAK FOR AN ACTIVE LOCATION - RETIRING A       *
004980*        BRAND UNDER ITS CLOSED SITES IS THE AMSV135 RULE.      *
004990*****************************************************************
005000 2100-CHECK-ONE-MASTER.
005010     READ AMS-VENDOR-MASTER NEXT RECORD
005020         AT END
005030             SET WS-MASTER-EOF TO TRUE
005040             GO TO 2100-EXIT
005050     END-READ.
005060     ADD 1 TO WS-MASTER-READ.
005070     MOVE 'AMSVMST' TO RD-FILE.
005080     MOVE BRAND OF AMS-VENDOR TO KD-BRAND.
005090     MOVE LOCATION-NUMBER OF AMS-VENDOR TO KD-LOCATION-NUMBER.
005100     MOVE BRAND OF AMS-VENDOR TO WS-CHECK-BRAND.
005110     PERFORM 6100-LOOKUP-BRAND THRU 6100-EXIT.
005120     IF WS-BRAND-MISSING
005130        OR (WS-BRAND-INACTIVE AND LOCATION-IS-ACTIVE)
005140         ADD 1 TO WS-MASTER-BREAKS
005150         MOVE WS-CHECK-BRAND TO RD-VALUE
005160         IF WS-BRAND-MISSING
005170             MOVE 'BRAND NOT ON AMSVBRK' TO RD-MESSAGE
005180         ELSE
005190             MOVE 'ACTIVE LOCATION UNDER INACTIVE BRAND'
005200                 TO RD-MESSAGE
005210         END-IF
005220         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
005230     END-IF.
005240     MOVE LOCATION-TYPE OF AMS-VENDOR TO WS-CHECK-LTYPE.
005250     PERFORM 6200-LOOKUP-LTYPE THRU 6200-EXIT.
005260     IF WS-LTYPE-MISSING
005270        OR (WS-LTYPE-INACTIVE AND LOCATION-IS-ACTIVE)
005280         ADD 1 TO WS-MASTER-BREAKS
005290         MOVE WS-CHECK-LTYPE TO RD-VALUE
005300         IF WS-LTYPE-MISSING
005310             MOVE 'LOCATION-TYPE NOT ON AMSVLTK' TO RD-MESSAGE
005320         ELSE
005330             MOVE 'ACTIVE LOCATION UNDER INACTIVE TYPE'
005340                 TO RD-MESSAGE
005350         END-IF
005360         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
005370     END-IF.
005380 2100-EXIT.
005390     EXIT.
005400*****************************************************************
005410*    3000-AUDIT-COORDINATES                                     *
005420*        A MISSING COORDINATES FILE MEANS NOTHING HAS BEEN      *
005430*        GEOCODED - NOTHING TO AUDIT.  PURGE MODE OPENS IT I-O  *
005440*        SO AN ORPHAN CAN BE DELETED WHERE IT IS READ.          *
005450*****************************************************************
005460 3000-AUDIT-COORDINATES.
005470     MOVE 'LOCATION-COORDINATES - AMS-VENDOR RECORD PRESENT'
005480         TO RS-TITLE.
005490     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-SECTION-LINE.
005500     IF PRM-PURGE
005510         OPEN I-O LOCATION-COORDINATES
005520     ELSE
005530         OPEN INPUT LOCATION-COORDINATES
005540     END-IF.
005550     IF NOT WS-COORD-OK
005560         DISPLAY 'AMSV147 - NO COORDINATES FILE (STATUS '
005570             WS-COORD-STATUS ') - NOTHING TO AUDIT'
005580         GO TO 3000-EXIT
005590     END-IF.
005600     SET WS-COORD-OPEN TO TRUE.
005610     PERFORM 3100-CHECK-ONE-COORDINATE THRU 3100-EXIT
005620         UNTIL WS-COORD-EOF.
005630 3000-EXIT.
005640     EXIT.
005650*****************************************************************
005660*    3100-CHECK-ONE-COORDINATE                                  *
005670*****************************************************************
005680 3100-CHECK-ONE-COORDINATE.
005690     READ LOCATION-COORDINATES NEXT RECORD
005700         AT END
005710             SET WS-COORD-EOF TO TRUE
005720             GO TO 3100-EXIT
005730     END-READ.
005740     ADD 1 TO WS-COORD-READ.
005750     MOVE LCC-KEY TO AMS-VENDOR-KEY.
005760     PERFORM 6400-LOOKUP-MASTER THRU 6400-EXIT.
005770     IF WS-MASTER-FOUND
005780         GO TO 3100-EXIT
005790     END-IF.
005800     ADD 1 TO WS-COORD-BREAKS.
005810     MOVE 'AMSVLOCC' TO RD-FILE.
005820     MOVE LCC-BRAND TO KD-BRAND.
005830     MOVE LCC-LOCATION-NUMBER TO KD-LOCATION-NUMBER.
005840     MOVE SPACES TO RD-VALUE.
005850     MOVE 'NO AMS-VENDOR RECORD FOR THIS ROW' TO RD-MESSAGE.
005860     IF PRM-PURGE
005870         DELETE LOCATION-COORDINATES RECORD
005880         IF WS-COORD-OK
005890             ADD 1 TO WS-COORD-PURGED
005900             MOVE 'PURGED' TO RD-ACTION
005910             MOVE 'AMSVLOCC' TO PAU-FILE-NAME
005920             MOVE LCC-KEY TO PAU-RECORD-KEY
005930             MOVE LOCATION-COORDINATES-RECORD
005940                 TO PAU-RECORD-IMAGE
005950             PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
005960         ELSE
005970             MOVE 'DEL FAILED' TO RD-ACTION
005980             DISPLAY 'AMSV147 - COORDINATES DELETE FAILED '
005990                 LCC-KEY ' STATUS ' WS-COORD-STATUS
006000             MOVE 16 TO RETURN-CODE
006010         END-IF
006020     END-IF.
006030     PERFORM 7000-WRITE-BREAK THRU 7000-EXIT.
006040 3100-EXIT.
006050     EXIT.
006060*****************************************************************
006070*    4000-AUDIT-ASSIGNMENTS                                     *
006080*        THE ASSIGNMENT FILE IS A SEQUENTIAL GENERATION, SO     *
006090*        PURGE MODE COPIES IT, LEAVING THE ORPHANS OUT, TO A    *
006100*        NEW GENERATION THAT OPERATIONS CATALOGS IN ITS PLACE.  *
006110*****************************************************************
006120 4000-AUDIT-ASSIGNMENTS.
006130     MOVE 'DEPOT ASSIGNMENT - AMS-VENDOR RECORD AND ACTIVE DEPOT'
006140         TO RS-TITLE.
006150     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-SECTION-LINE.
006160     OPEN INPUT ASSIGNMENT-IN-FILE.
006170     IF NOT WS-ASSIGN-IN-OK
006180         DISPLAY 'AMSV147 - NO ASSIGNMENT FILE (STATUS '
006190             WS-ASSIGN-IN-STATUS ') - NOTHING TO AUDIT'
006200         GO TO 4000-EXIT
006210     END-IF.
006220     SET WS-ASSIGN-OPEN TO TRUE.
006230     IF PRM-PURGE
006240         OPEN OUTPUT ASSIGNMENT-OUT-FILE
006250         IF NOT WS-ASSIGN-OUT-OK
006260             DISPLAY 'AMSV147 - OPEN FAILED, ASSIGNMENT-OUT-FILE '
006270                 WS-ASSIGN-OUT-STATUS
006280             MOVE 16 TO RETURN-CODE
006290             STOP RUN
006300         END-IF
006310     END-IF.
006320     PERFORM 4100-CHECK-ONE-ASSIGNMENT THRU 4100-EXIT
006330         UNTIL WS-ASSIGN-EOF.
006340 4000-EXIT.
006350     EXIT.
006360*****************************************************************
006370*    4100-CHECK-ONE-ASSIGNMENT                                  *
006380*        ONLY A ROW WITH NO MASTER RECORD IS PURGED.  A ROW ON  *
006390*        A CLOSED OR UNKNOWN DEPOT IS KEPT AND LISTED - THE     *
006400*        NEXT AMSV176 RUN REASSIGNS IT, AND FREIGHT PLANNING    *
006410*        NEEDS TO SEE IT BEFORE THEN.                           *
006420*****************************************************************
006430 4100-CHECK-ONE-ASSIGNMENT.
006440     READ ASSIGNMENT-IN-FILE
006450         AT END
006460             SET WS-ASSIGN-EOF TO TRUE
006470             GO TO 4100-EXIT
006480     END-READ.
006490     ADD 1 TO WS-ASSIGN-READ.
006500     MOVE 'AMSVDASN' TO RD-FILE.
006510     MOVE DAS-BRAND TO KD-BRAND.
006520     MOVE DAS-LOCATION-NUMBER TO KD-LOCATION-NUMBER.
006530     MOVE DAS-KEY TO AMS-VENDOR-KEY.
006540     PERFORM 6400-LOOKUP-MASTER THRU 6400-EXIT.
006550     IF NOT WS-MASTER-FOUND
006560         ADD 1 TO WS-ASSIGN-BREAKS
006570         MOVE DAS-DEPOT-CODE TO RD-VALUE
006580         MOVE 'NO AMS-VENDOR RECORD FOR THIS ROW' TO RD-MESSAGE
006590         IF PRM-PURGE
006600             ADD 1 TO WS-ASSIGN-PURGED
006610             MOVE 'PURGED' TO RD-ACTION
006620             MOVE 'AMSVDASN' TO PAU-FILE-NAME
006630             MOVE DAS-KEY TO PAU-RECORD-KEY
006640             MOVE DEPOT-ASSIGNMENT-RECORD TO PAU-RECORD-IMAGE
006650             PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
006660         END-IF
006670         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
006680         GO TO 4100-EXIT
006690     END-IF.
006700     MOVE DAS-DEPOT-CODE TO WS-CHECK-DEPOT.
006710     PERFORM 6300-LOOKUP-DEPOT THRU 6300-EXIT.
006720     IF WS-DEPOT-MISSING OR WS-DEPOT-INACTIVE
006730         ADD 1 TO WS-ASSIGN-BREAKS
006740         MOVE DAS-DEPOT-CODE TO RD-VALUE
006750         IF WS-DEPOT-MISSING
006760             MOVE 'DEPOT NOT ON AMSVDPK' TO RD-MESSAGE
006770         ELSE
006780             MOVE 'ASSIGNED DEPOT IS INACTIVE' TO RD-MESSAGE
006790         END-IF
006800         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
006810     END-IF.
006820     IF PRM-PURGE
006830         WRITE ASSIGNMENT-OUT-REC FROM DEPOT-ASSIGNMENT-RECORD
006840         IF NOT WS-ASSIGN-OUT-OK
006850             DISPLAY 'AMSV147 - ASSIGNMENT WRITE FAILED '
006860                 DAS-KEY ' ' WS-ASSIGN-OUT-STATUS
006870             MOVE 16 TO RETURN-CODE
006880             STOP RUN
006890         END-IF
006900     END-IF.
006910 4100-EXIT.
006920     EXIT.
006930*****************************************************************
006940*    5000-AUDIT-PENDING                                         *
006950*        A MISSING PENDING FILE JUST MEANS NOTHING IS WAITING - *
006960*        THE SAME TOLERANT OPEN AMSV124 GIVES IT.               *
006970*****************************************************************
006980 5000-AUDIT-PENDING.
006990     MOVE 'PENDING TRANSACTIONS - BRAND AND LOCATION-TYPE'
007000         TO RS-TITLE.
007010     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-SECTION-LINE.
007020     OPEN INPUT PENDING-FILE.
007030     IF NOT WS-PENDING-OK
007040         DISPLAY 'AMSV147 - NO PENDING FILE (STATUS '
007050             WS-PENDING-STATUS ') - NOTHING TO AUDIT'
007060         GO TO 5000-EXIT
007070     END-IF.
007080     PERFORM 5100-CHECK-ONE-PENDING THRU 5100-EXIT
007090         UNTIL WS-PENDING-EOF.
007100     CLOSE PENDING-FILE.
007110 5000-EXIT.
007120     EXIT.
007130*****************************************************************
007140*    5100-CHECK-ONE-PENDING                                     *
007150*****************************************************************
007160 5100-CHECK-ONE-PENDING.
007170     READ PENDING-FILE
007180         AT END
007190             SET WS-PENDING-EOF TO TRUE
007200             GO TO 5100-EXIT
007210     END-READ.
007220     ADD 1 TO WS-PENDING-READ.
007230     MOVE 'AMSVPTRN' TO WS-ITEM-FILE.
007240     MOVE PND-TRANS-CODE TO WS-ITEM-CODE.
007250     MOVE PND-VENDOR-DATA TO WS-ITEM-VENDOR.
007260     PERFORM 5900-CHECK-ITEM-REFERENCES THRU 5900-EXIT.
007270 5100-EXIT.
007280     EXIT.
007290*****************************************************************
007300*    5500-AUDIT-SUSPENSE                                        *
007310*****************************************************************
007320 5500-AUDIT-SUSPENSE.
007330     MOVE 'SUSPENSE ITEMS - BRAND AND LOCATION-TYPE' TO RS-TITLE.
007340     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-SECTION-LINE.
007350     OPEN INPUT SUSPENSE-FILE.
007360     IF NOT WS-SUSPENSE-OK
007370         DISPLAY 'AMSV147 - NO SUSPENSE FILE (STATUS '
007380             WS-SUSPENSE-STATUS ') - NOTHING TO AUDIT'
007390         GO TO 5500-EXIT
007400     END-IF.
007410     PERFORM 5600-CHECK-ONE-SUSPENSE THRU 5600-EXIT
007420         UNTIL WS-SUSPENSE-EOF.
007430     CLOSE SUSPENSE-FILE.
007440 5500-EXIT.
007450     EXIT.
007460*****************************************************************
007470*    5600-CHECK-ONE-SUSPENSE                                    *
007480*****************************************************************
007490 5600-CHECK-ONE-SUSPENSE.
007500     READ SUSPENSE-FILE
007510         AT END
007520             SET WS-SUSPENSE-EOF TO TRUE
007530             GO TO 5600-EXIT
007540     END-READ.
007550     ADD 1 TO WS-SUSPENSE-READ.
007560     MOVE 'AMSVSUSP' TO WS-ITEM-FILE.
007570     MOVE SUS-TRANS-CODE TO WS-ITEM-CODE.
007580     MOVE SUS-VENDOR-DATA TO WS-ITEM-VENDOR.
007590     PERFORM 5900-CHECK-ITEM-REFERENCES THRU 5900-EXIT.
007600 5600-EXIT.
007610     EXIT.
007620*****************************************************************
007630*    5900-CHECK-ITEM-REFERENCES                                 *
007640*        AMSV125 EDITS BRAND AND LOCATION-TYPE ON AN ADD OR A   *
007650*        CHANGE ONLY, SO A DELETE IS NOT HELD TO THEM HERE.     *
007660*****************************************************************
007670 5900-CHECK-ITEM-REFERENCES.
007680     IF WS-ITEM-CODE NOT = 'A' AND WS-ITEM-CODE NOT = 'C'
007690         GO TO 5900-EXIT
007700     END-IF.
007710     MOVE WS-ITEM-FILE TO RD-FILE.
007720     MOVE WS-ITEM-VENDOR(1:3) TO KD-BRAND.
007730     MOVE WS-ITEM-VENDOR(4:4) TO KD-LOCATION-NUMBER.
007740     MOVE WS-ITEM-VENDOR(1:3) TO WS-CHECK-BRAND.
007750     PERFORM 6100-LOOKUP-BRAND THRU 6100-EXIT.
007760     IF WS-BRAND-MISSING OR WS-BRAND-INACTIVE
007770         PERFORM 5950-COUNT-ITEM-BREAK THRU 5950-EXIT
007780         MOVE WS-CHECK-BRAND TO RD-VALUE
007790         IF WS-BRAND-MISSING
007800             MOVE 'BRAND NOT ON AMSVBRK' TO RD-MESSAGE
007810         ELSE
007820             MOVE 'BRAND HAS BEEN DEACTIVATED' TO RD-MESSAGE
007830         END-IF
007840         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
007850     END-IF.
007860     MOVE WS-ITEM-VENDOR(8:2) TO WS-CHECK-LTYPE.
007870     PERFORM 6200-LOOKUP-LTYPE THRU 6200-EXIT.
007880     IF WS-LTYPE-MISSING OR WS-LTYPE-INACTIVE
007890         PERFORM 5950-COUNT-ITEM-BREAK THRU 5950-EXIT
007900         MOVE WS-CHECK-LTYPE TO RD-VALUE
007910         IF WS-LTYPE-MISSING
007920             MOVE 'LOCATION-TYPE NOT ON AMSVLTK' TO RD-MESSAGE
007930         ELSE
007940             MOVE 'LOCATION-TYPE HAS BEEN DEACTIVATED'
007950                 TO RD-MESSAGE
007960         END-IF
007970         PERFORM 7000-WRITE-BREAK THRU 7000-EXIT
007980     END-IF.
007990 5900-EXIT.
008000     EXIT.
008010*****************************************************************
008020*    5950-COUNT-ITEM-BREAK                                      *
008030*****************************************************************
008040 5950-COUNT-ITEM-BREAK.
008050     IF WS-ITEM-FILE = 'AMSVPTRN'
008060         ADD 1 TO WS-PENDING-BREAKS
008070     ELSE
008080         ADD 1 TO WS-SUSPENSE-BREAKS
008090     END-IF.
008100 5950-EXIT.
008110     EXIT.
008120*****************************************************************
008130*    6100-LOOKUP-BRAND                                          *
008140*****************************************************************
008150 6100-LOOKUP-BRAND.
008160     MOVE 'M' TO WS-BRAND-RESULT.
008170     IF WS-BRAND-COUNT = ZERO
008180         GO TO 6100-EXIT
008190     END-IF.
008200     SET WS-BRAND-IDX TO 1.
008210     SEARCH WS-BRAND-ENTRY
008220         AT END
008230             MOVE 'M' TO WS-BRAND-RESULT
008240         WHEN WBT-BRAND (WS-BRAND-IDX) = WS-CHECK-BRAND
008250             IF WBT-STATUS (WS-BRAND-IDX) = 'Y'
008260                 MOVE 'A' TO WS-BRAND-RESULT
008270             ELSE
008280                 MOVE 'I' TO WS-BRAND-RESULT
008290             END-IF
008300     END-SEARCH.
008310 6100-EXIT.
008320     EXIT.
008330*****************************************************************
008340*    6200-LOOKUP-LTYPE                                          *
008350*****************************************************************
008360 6200-LOOKUP-LTYPE.
008370     MOVE 'M' TO WS-LTYPE-RESULT.
008380     IF WS-LTYPE-COUNT = ZERO
008390         GO TO 6200-EXIT
008400     END-IF.
008410     SET WS-LTYPE-IDX TO 1.
008420     SEARCH WS-LTYPE-ENTRY
008430         AT END
008440             MOVE 'M' TO WS-LTYPE-RESULT
008450         WHEN WLT-TYPE-CODE (WS-LTYPE-IDX) = WS-CHECK-LTYPE
008460             IF WLT-STATUS (WS-LTYPE-IDX) = 'Y'
008470                 MOVE 'A' TO WS-LTYPE-RESULT
008480             ELSE
008490                 MOVE 'I' TO WS-LTYPE-RESULT
008500             END-IF
008510     END-SEARCH.
008520 6200-EXIT.
008530     EXIT.
008540*****************************************************************
008550*    6300-LOOKUP-DEPOT                                          *
008560*****************************************************************
008570 6300-LOOKUP-DEPOT.
008580     MOVE 'M' TO WS-DEPOT-RESULT.
008590     IF WS-DEPOT-COUNT = ZERO
008600         GO TO 6300-EXIT
008610     END-IF.
008620     SET WS-DEPOT-IDX TO 1.
008630     SEARCH WS-DEPOT-ENTRY
008640         AT END
008650             MOVE 'M' TO WS-DEPOT-RESULT
008660         WHEN WDT-DEPOT-CODE (WS-DEPOT-IDX) = WS-CHECK-DEPOT
008670             IF WDT-STATUS (WS-DEPOT-IDX) = 'Y'
008680                 MOVE 'A' TO WS-DEPOT-RESULT
008690             ELSE
008700                 MOVE 'I' TO WS-DEPOT-RESULT
008710             END-IF
008720     END-SEARCH.
008730 6300-EXIT.
008740     EXIT.
008750*****************************************************************
008760*    6400-LOOKUP-MASTER                                         *
008770*        KEYED READ ON AMS-VENDOR-KEY, ALREADY SET BY CALLER.   *
008780*****************************************************************
008790 6400-LOOKUP-MASTER.
008800     SET WS-MASTER-FOUND TO TRUE.
008810     READ AMS-VENDOR-MASTER
008820         INVALID KEY
008830             MOVE 'N' TO WS-MASTER-FOUND-SWITCH
008840     END-READ.
008850 6400-EXIT.
008860     EXIT.
008870*****************************************************************
008880*    7000-WRITE-BREAK                                           *
008890*        RD-FILE, RD-VALUE, RD-MESSAGE AND RD-ACTION ARE SET    *
008900*        BY THE CALLER, THE KEY FROM WS-KEY-DISPLAY.  THE LINE  *
008910*        IS CLEARED AFTERWARDS SO RD-ACTION NEVER CARRIES OVER. *
008920*****************************************************************
008930 7000-WRITE-BREAK.
008940     ADD 1 TO WS-TOTAL-BREAKS.
008950     MOVE WS-KEY-DISPLAY TO RD-KEY.
008960     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
008970     MOVE SPACES TO RD-VALUE
008980                    RD-MESSAGE
008990                    RD-ACTION.
009000 7000-EXIT.
009010     EXIT.
009020*****************************************************************
009030*    7500-WRITE-AUDIT                                           *
009040*        PAU-FILE-NAME, PAU-RECORD-KEY AND PAU-RECORD-IMAGE ARE *
009050*        SET BY THE CALLER.                                     *
009060*****************************************************************
009070 7500-WRITE-AUDIT.
009080     MOVE WS-RUN-DATE TO PAU-PURGE-DATE.
009090     MOVE WS-RUN-TIME TO PAU-PURGE-TIME.
009100     MOVE PRM-CHANGED-BY TO PAU-PURGED-BY.
009110     MOVE 'NO AMS-VENDOR RECORD FOR THIS ROW' TO PAU-REASON.
009120     WRITE PURGE-AUDIT-RECORD.
009130     IF NOT WS-AUDIT-OK
009140         DISPLAY 'AMSV147 - PURGE AUDIT WRITE FAILED '
009150             WS-AUDIT-STATUS
009160         MOVE 16 TO RETURN-CODE
009170         STOP RUN
009180     END-IF.
009190 7500-EXIT.
009200     EXIT.
009210*****************************************************************
009220*    8000-TERMINATE                                             *
009230*        RC 4 - AT LEAST ONE BREAK WAS FOUND.                   *
009240*****************************************************************
009250 8000-TERMINATE.
009260     MOVE 'MASTER READ        :' TO WS-REPORT-TOTAL-LINE(1:20).
009270     MOVE WS-MASTER-READ TO RT-COUNT.
009280     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009290     MOVE 'MASTER BREAKS      :' TO WS-REPORT-TOTAL-LINE(1:20).
009300     MOVE WS-MASTER-BREAKS TO RT-COUNT.
009310     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009320     MOVE 'COORDINATES READ   :' TO WS-REPORT-TOTAL-LINE(1:20).
009330     MOVE WS-COORD-READ TO RT-COUNT.
009340     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009350     MOVE 'COORDINATE BREAKS  :' TO WS-REPORT-TOTAL-LINE(1:20).
009360     MOVE WS-COORD-BREAKS TO RT-COUNT.
009370     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009380     MOVE 'COORDINATES PURGED :' TO WS-REPORT-TOTAL-LINE(1:20).
009390     MOVE WS-COORD-PURGED TO RT-COUNT.
009400     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009410     MOVE 'ASSIGNMENTS READ   :' TO WS-REPORT-TOTAL-LINE(1:20).
009420     MOVE WS-ASSIGN-READ TO RT-COUNT.
009430     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009440     MOVE 'ASSIGNMENT BREAKS  :' TO WS-REPORT-TOTAL-LINE(1:20).
009450     MOVE WS-ASSIGN-BREAKS TO RT-COUNT.
009460     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009470     MOVE 'ASSIGNMENTS PURGED :' TO WS-REPORT-TOTAL-LINE(1:20).
009480     MOVE WS-ASSIGN-PURGED TO RT-COUNT.
009490     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009500     MOVE 'PENDING READ       :' TO WS-REPORT-TOTAL-LINE(1:20).
009510     MOVE WS-PENDING-READ TO RT-COUNT.
009520     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009530     MOVE 'PENDING BREAKS     :' TO WS-REPORT-TOTAL-LINE(1:20).
009540     MOVE WS-PENDING-BREAKS TO RT-COUNT.
009550     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009560     MOVE 'SUSPENSE READ      :' TO WS-REPORT-TOTAL-LINE(1:20).
009570     MOVE WS-SUSPENSE-READ TO RT-COUNT.
009580     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009590     MOVE 'SUSPENSE BREAKS    :' TO WS-REPORT-TOTAL-LINE(1:20).
009600     MOVE WS-SUSPENSE-BREAKS TO RT-COUNT.
009610     WRITE AMSV147-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
009620     CLOSE AMS-VENDOR-MASTER
009630           AMSV147-REPORT.
009640     IF WS-COORD-OPEN
009650         CLOSE LOCATION-COORDINATES
009660     END-IF.
009670     IF WS-ASSIGN-OPEN
009680         CLOSE ASSIGNMENT-IN-FILE
009690         IF PRM-PURGE
009700             CLOSE ASSIGNMENT-OUT-FILE
009710         END-IF
009720     END-IF.
009730     IF PRM-PURGE
009740         CLOSE PURGE-AUDIT-FILE
009750     END-IF.
009760     DISPLAY 'AMSV147 - BREAKS FOUND        : ' WS-TOTAL-BREAKS.
009770     DISPLAY 'AMSV147 - COORDINATES PURGED  : ' WS-COORD-PURGED.
009780     DISPLAY 'AMSV147 - ASSIGNMENTS PURGED  : ' WS-ASSIGN-PURGED.
009790     IF WS-TOTAL-BREAKS > 0 AND RETURN-CODE < 4
009800         MOVE 4 TO RETURN-CODE
009810     END-IF.
009820 8000-EXIT.
009830     EXIT.
