000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV107                                      *
000040*   DESCRIPTION :  BRAND PARTNER LOCATION SYNC.  TAKES ONE      *
000050*                  FRANCHISOR'S COMPLETE WEEKLY STORE LIST      *
000060*                  (AMV07PF, SEE AMSVPLOC) FOR THE BRAND NAMED  *
000070*                  ON THE PARAMETER CARD AND MATCHES IT BY      *
000080*                  LOCATION-NUMBER AGAINST THAT BRAND'S         *
000090*                  AMS-VENDOR RECORDS:                          *
000100*                    - LISTED, NOT ON THE MASTER   - ADD;       *
000110*                    - LISTED, ON THE MASTER, ANY FIELD         *
000120*                      DIFFERENT                   - CHANGE;    *
000130*                    - LISTED, ON THE MASTER BUT INACTIVE       *
000140*                                                  - CHANGE TO  *
000150*                                                    ACTIVE;    *
000160*                    - ACTIVE ON THE MASTER, NOT LISTED         *
000170*                                                  - CHANGE TO  *
000180*                                                    INACTIVE.  *
000190*                  NOTHING IS EVER DELETED - A STORE THE        *
000200*                  PARTNER DROPS IS DEACTIVATED, AS VMNT WOULD. *
000210*                                                               *
000220*                  THE TRANSACTIONS ARE WRITTEN IN THE AMSVPTRN *
000230*                  LAYOUT (AMV07TD) FOR THE AMSV124 DATED       *
000240*                  INPUT, SO THE AMSV125 EDITS, SUSPENSE AND    *
000250*                  AMSV120 HISTORY ALL APPLY EXACTLY AS TO A    *
000260*                  CLERK'S WORK.  THEY CARRY THE PARAMETER-CARD *
000270*                  OPERATOR ID, WHO MUST HOLD ADD AND CHANGE    *
000280*                  AUTHORITY FOR THE BRAND.                     *
000290*                                                               *
000300*                  MODE 'R' (REVIEW) ONLY LISTS THE PROPOSED    *
000310*                  TRANSACTIONS.  MODE 'U' (UPDATE) LISTS THEM  *
000320*                  AND WRITES THEM - UNLESS THE WHOLE FILE IS   *
000330*                  HELD, WHICH HAPPENS WHEN:                    *
000340*                    - THE DEACTIVATIONS WOULD EXCEED THE       *
000350*                      CARD'S PERCENTAGE OF THE BRAND'S ACTIVE  *
000360*                      LOCATIONS (DEFAULT 10) - A TRUNCATED     *
000370*                      PARTNER FILE MUST NOT CLOSE A BRAND      *
000380*                      OVERNIGHT;                               *
000390*                    - THE PARTNER FILE IS EMPTY;               *
000400*                    - THE PARTNER FILE CARRIES A LOCATION-     *
000410*                      NUMBER TWICE OR ONE THAT IS NOT NUMERIC. *
000420*                  A HELD FILE WRITES NOTHING AND ENDS RC 8.    *
000430*                                                               *
000440*                  THE PARTNER FILE IS SORTED HERE FIRST;       *
000450*                  PARTNERS SEND THEIR LISTS IN ANY ORDER.  A   *
000460*                  LOCATION-TYPE OR PHONE LEFT AS SPACES BY THE *
000470*                  PARTNER KEEPS THE VALUE ON THE MASTER.       *
000480*                                                               *
000490*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE      *
000500*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000510*   DATE-WRITTEN:  10/15/2026                                   *
000520*---------------------------------------------------------------*
000530*   MODIFICATION HISTORY                                        *
000540*---------------------------------------------------------------*
000550*   DATE       INIT  DESCRIPTION                                *
000560*   ---------- ----  ---------------------------------------    *
000570*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000580*****************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.     AMSV107.
000610 AUTHOR.         D. KOWALCZYK.
000620 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000630 DATE-WRITTEN.   10/15/2026.
000640 DATE-COMPILED.  10/15/2026.
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. IBM-370.
000680 OBJECT-COMPUTER. IBM-370.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT AMSV107-PARM ASSIGN TO AMV07PC
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PARM-STATUS.
000740     SELECT PARTNER-FILE ASSIGN TO AMV07PF
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-PARTNER-STATUS.
000770     SELECT PARTNER-SORTED-FILE ASSIGN TO AMV07PS
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-PARTNER-SORTED-STATUS.
000800     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
000810     SELECT AMS-VENDOR-MASTER ASSIGN TO AMSVMST
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS AMS-VENDOR-KEY
000850         FILE STATUS IS WS-MASTER-STATUS.
000860     SELECT SYNC-TRANS-FILE ASSIGN TO AMV07TD
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-TRANS-STATUS.
000890     SELECT AMSV107-REPORT ASSIGN TO AMV07RP
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-REPORT-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  AMSV107-PARM
000950     RECORDING MODE IS F.
000960 01  AMSV107-PARM-REC.
000970     05  PRM-BRAND               PIC X(03).
000980     05  PRM-MODE                PIC X(01).
000990         88  PRM-REVIEW-ONLY     VALUE 'R'.
001000         88  PRM-UPDATE          VALUE 'U'.
001010     05  PRM-CHANGED-BY          PIC X(08).
001020     05  PRM-MAX-DEACT-PCT       PIC 9(03).
001030     05  PRM-EFFECTIVE-DATE      PIC 9(08).
001040     05  FILLER                  PIC X(57).
001050 FD  PARTNER-FILE
001060     RECORDING MODE IS F.
001070 01  PARTNER-FILE-REC            PIC X(173).
001080 FD  PARTNER-SORTED-FILE
001090     RECORDING MODE IS F.
001100 COPY AMSVPLOC.
001110 SD  SORT-WORK-FILE.
001120 01  SORT-PARTNER-REC.
001130     05  SRT-LOCATION-NUMBER     PIC X(04).
001140     05  FILLER                  PIC X(169).
001150 FD  AMS-VENDOR-MASTER
001160     RECORDING MODE IS F.
001170 COPY Vendor.
001180 FD  SYNC-TRANS-FILE
001190     RECORDING MODE IS F.
001200 COPY AMSVPTRN.
001210 FD  AMSV107-REPORT
001220     RECORDING MODE IS F.
001230 01  AMSV107-REPORT-LINE         PIC X(132).
001240 WORKING-STORAGE SECTION.
001250 01  WS-PARM-STATUS              PIC XX.
001260     88  WS-PARM-OK              VALUE '00'.
001270 01  WS-PARTNER-STATUS           PIC XX.
001280     88  WS-PARTNER-OK           VALUE '00'.
001290 01  WS-PARTNER-SORTED-STATUS    PIC XX.
001300     88  WS-PARTNER-SORTED-OK    VALUE '00'.
001310 01  WS-MASTER-STATUS            PIC XX.
001320     88  WS-MASTER-OK            VALUE '00'.
001330 01  WS-TRANS-STATUS             PIC XX.
001340     88  WS-TRANS-OK             VALUE '00'.
001350 01  WS-REPORT-STATUS            PIC XX.
001360     88  WS-REPORT-OK            VALUE '00'.
001370 01  WS-SWITCHES.
001380     05  WS-MASTER-EOF-SWITCH    PIC X(01).
001390         88  WS-MASTER-EOF       VALUE 'Y'.
001400     05  WS-PARTNER-EOF-SWITCH   PIC X(01).
001410         88  WS-PARTNER-EOF      VALUE 'Y'.
001420*****************************************************************
001430*   THE MATCH RUNS TWICE.  THE LISTING PASS COUNTS AND LISTS    *
001440*   EVERY PROPOSED TRANSACTION; ONLY WHEN THE FILE IS CLEAR TO  *
001450*   GO DOES THE WRITING PASS REPEAT THE SAME MATCH AND WRITE    *
001460*   THEM.  NOTHING IS WRITTEN BEFORE THE HOLD DECISION.         *
001470*****************************************************************
001480     05  WS-PASS-SWITCH          PIC X(01).
001490         88  WS-LISTING-PASS     VALUE 'L'.
001500         88  WS-WRITING-PASS     VALUE 'W'.
001510     05  WS-DECISION-SWITCH      PIC X(01) VALUE 'N'.
001520         88  WS-FILE-HELD        VALUE 'H'.
001530         88  WS-FILE-APPROVED    VALUE 'A'.
001540 01  WS-RUN-DATE                 PIC 9(08).
001550 01  WS-MAX-DEACT-PCT            PIC 9(03).
001560 01  WS-EFFECTIVE-DATE           PIC 9(08).
001570 01  WS-MASTER-KEY               PIC X(04).
001580 01  WS-PARTNER-KEY              PIC X(04).
001590 01  WS-PRIOR-PARTNER-KEY        PIC X(04).
001600 01  WS-HOLD-REASON              PIC X(50).
001610 01  WS-PROPOSED-CODE            PIC X(01).
001620 01  WS-PROPOSED-ACTION          PIC X(10).
001630 01  WS-FIELD-LIST               PIC X(30).
001640 01  WS-FIELD-PTR                PIC 9(03) COMP.
001650 01  WS-DEACT-SHARE              PIC 9(03)V9.
001660 COPY Vendor REPLACING ==AMS-VENDOR-ALT== BY ==WS-NEW-VENDOR-ALT==
001670                       ==AMS-VENDOR-KEY== BY ==WS-NEW-VENDOR-KEY==
001680                       ==AMS-VENDOR==     BY ==WS-NEW-VENDOR==.
001690 01  WS-COUNTERS.
001700     05  WS-MASTER-READ          PIC 9(07) COMP VALUE ZERO.
001710     05  WS-MASTER-ACTIVE        PIC 9(07) COMP VALUE ZERO.
001720     05  WS-PARTNER-READ         PIC 9(07) COMP VALUE ZERO.
001730     05  WS-PARTNER-ERRORS       PIC 9(07) COMP VALUE ZERO.
001740     05  WS-ADDS                 PIC 9(07) COMP VALUE ZERO.
001750     05  WS-CHANGES              PIC 9(07) COMP VALUE ZERO.
001760     05  WS-REACTIVATIONS        PIC 9(07) COMP VALUE ZERO.
001770     05  WS-DEACTIVATIONS        PIC 9(07) COMP VALUE ZERO.
001780     05  WS-UNCHANGED            PIC 9(07) COMP VALUE ZERO.
001790     05  WS-TRANS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001800 01  WS-REPORT-HEADING-1.
001810     05  FILLER                  PIC X(35)
001820             VALUE 'AMSV107 - BRAND PARTNER SYNC, BRAND'.
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  RH-BRAND                PIC X(03).
001850     05  FILLER                  PIC X(07) VALUE ', MODE '.
001860     05  RH-MODE                 PIC X(01).
001870     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
001880     05  RH-RUN-DATE             PIC 9(08).
001890     05  FILLER                  PIC X(67) VALUE SPACES.
001900 01  WS-REPORT-DETAIL-LINE.
001910     05  FILLER                  PIC X(03) VALUE SPACES.
001920     05  RD-TRANS-CODE           PIC X(01).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  RD-ACTION               PIC X(10).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  RD-BRAND                PIC X(03).
001970     05  FILLER                  PIC X(01) VALUE '/'.
001980     05  RD-LOCATION-NUMBER      PIC X(04).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  RD-LOCATION-NAME        PIC X(35).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  RD-FIELD-LIST           PIC X(30).
002030     05  FILLER                  PIC X(37) VALUE SPACES.
002040 01  WS-REPORT-MESSAGE-LINE.
002050     05  FILLER                  PIC X(03) VALUE SPACES.
002060     05  RM-MESSAGE              PIC X(80).
002070     05  FILLER                  PIC X(49) VALUE SPACES.
002080 01  WS-REPORT-TOTAL-LINE.
002090     05  FILLER                  PIC X(20).
002100     05  RT-COUNT                PIC ZZZ,ZZ9.
002110     05  FILLER                  PIC X(105) VALUE SPACES.
002120 01  WS-REPORT-SHARE-LINE.
002130     05  FILLER                  PIC X(20)
002140             VALUE 'DEACTIVATION SHARE :'.
002150     05  RS-SHARE                PIC ZZ9.9.
002160     05  FILLER                  PIC X(12) VALUE '%  LIMIT   '.
002170     05  RS-LIMIT                PIC ZZ9.
002180     05  FILLER                  PIC X(01) VALUE '%'.
002190     05  FILLER                  PIC X(91) VALUE SPACES.
002200 PROCEDURE DIVISION.
002210*****************************************************************
002220*    0000-MAINLINE                                              *
002230*****************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     SORT SORT-WORK-FILE
002270         ON ASCENDING KEY SRT-LOCATION-NUMBER
002280         USING PARTNER-FILE
002290         GIVING PARTNER-SORTED-FILE.
002300     SET WS-LISTING-PASS TO TRUE.
002310     PERFORM 2000-MATCH-PASS THRU 2000-EXIT.
002320     PERFORM 3000-DECIDE THRU 3000-EXIT.
002330     IF WS-FILE-APPROVED
002340         SET WS-WRITING-PASS TO TRUE
002350         PERFORM 2000-MATCH-PASS THRU 2000-EXIT
002360     END-IF.
002370     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002380     STOP RUN.
002390*****************************************************************
002400*    1000-INITIALIZE                                            *
002410*        IN UPDATE MODE THE TRANSACTION FILE IS OPENED AT ONCE, *
002420*        SO A HELD FILE STILL LEAVES AN EMPTY ONE FOR THE       *
002430*        AMSV124 CONCATENATION RATHER THAN A MISSING DATASET.   *
002440*****************************************************************
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002470     OPEN INPUT AMSV107-PARM.
002480     IF NOT WS-PARM-OK
002490         DISPLAY 'AMSV107 - OPEN FAILED, AMSV107-PARM '
002500             WS-PARM-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     READ AMSV107-PARM
002550         AT END
002560             DISPLAY 'AMSV107 - PARAMETER CARD IS MISSING'
002570             MOVE 16 TO RETURN-CODE
002580             STOP RUN
002590     END-READ.
002600     CLOSE AMSV107-PARM.
002610     IF PRM-BRAND = SPACES
002620         DISPLAY 'AMSV107 - BRAND IS MISSING FROM THE CARD'
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     IF NOT PRM-REVIEW-ONLY AND NOT PRM-UPDATE
002670         DISPLAY 'AMSV107 - MODE MUST BE R OR U'
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     IF PRM-CHANGED-BY = SPACES
002720         DISPLAY 'AMSV107 - OPERATOR ID IS MISSING FROM THE CARD'
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     IF PRM-MAX-DEACT-PCT NOT NUMERIC
002770        OR PRM-MAX-DEACT-PCT = ZERO
002780         MOVE 10 TO WS-MAX-DEACT-PCT
002790     ELSE
002800         MOVE PRM-MAX-DEACT-PCT TO WS-MAX-DEACT-PCT
002810     END-IF.
002820     IF PRM-EFFECTIVE-DATE NOT NUMERIC
002830         MOVE ZERO TO WS-EFFECTIVE-DATE
002840     ELSE
002850         MOVE PRM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
002860     END-IF.
002870     OPEN OUTPUT AMSV107-REPORT.
002880     IF NOT WS-REPORT-OK
002890         DISPLAY 'AMSV107 - OPEN FAILED, AMSV107-REPORT '
002900             WS-REPORT-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     MOVE PRM-BRAND TO RH-BRAND.
002950     MOVE PRM-MODE TO RH-MODE.
002960     MOVE WS-RUN-DATE TO RH-RUN-DATE.
002970     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-HEADING-1.
002980     IF PRM-UPDATE
002990         OPEN OUTPUT SYNC-TRANS-FILE
003000         IF NOT WS-TRANS-OK
003010             DISPLAY 'AMSV107 - OPEN FAILED, SYNC-TRANS-FILE '
003020                 WS-TRANS-STATUS
003030             MOVE 16 TO RETURN-CODE
003040             STOP RUN
003050         END-IF
003060     END-IF.
003070 1000-EXIT.
003080     EXIT.
003090*****************************************************************
003100*    2000-MATCH-PASS                                            *
003110*        POSITIONS THE MASTER AT THE FIRST KEY FOR THE BRAND    *
003120*        AND MATCHES IT AGAINST THE SORTED PARTNER FILE.        *
003130*****************************************************************
003140 2000-MATCH-PASS.
003150     MOVE 'N' TO WS-MASTER-EOF-SWITCH
003160                 WS-PARTNER-EOF-SWITCH.
003170     MOVE LOW-VALUES TO WS-PRIOR-PARTNER-KEY.
003180     OPEN INPUT AMS-VENDOR-MASTER.
003190     IF NOT WS-MASTER-OK
003200         DISPLAY 'AMSV107 - OPEN FAILED, AMS-VENDOR-MASTER '
003210             WS-MASTER-STATUS
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     OPEN INPUT PARTNER-SORTED-FILE.
003260     IF NOT WS-PARTNER-SORTED-OK
003270         DISPLAY 'AMSV107 - OPEN FAILED, PARTNER-SORTED-FILE '
003280             WS-PARTNER-SORTED-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     MOVE PRM-BRAND TO AMS-VENDOR-KEY(1:3).
003330     MOVE LOW-VALUES TO AMS-VENDOR-KEY(4:4).
003340     START AMS-VENDOR-MASTER
003350         KEY IS NOT LESS THAN AMS-VENDOR-KEY
003360         INVALID KEY
003370             SET WS-MASTER-EOF TO TRUE
003380             MOVE HIGH-VALUES TO WS-MASTER-KEY
003390     END-START.
003400     IF NOT WS-MASTER-EOF
003410         PERFORM 2010-READ-MASTER THRU 2010-EXIT
003420     END-IF.
003430     PERFORM 2020-READ-PARTNER THRU 2020-EXIT.
003440     PERFORM 2100-MATCH-ONE THRU 2100-EXIT
003450         UNTIL WS-MASTER-EOF AND WS-PARTNER-EOF.
003460     CLOSE AMS-VENDOR-MASTER
003470           PARTNER-SORTED-FILE.
003480 2000-EXIT.
003490     EXIT.
003500*****************************************************************
003510*    2010-READ-MASTER                                           *
003520*        THE BRAND ENDS AT THE FIRST RECORD OF THE NEXT ONE.    *
003530*****************************************************************
003540 2010-READ-MASTER.
003550     READ AMS-VENDOR-MASTER NEXT RECORD
003560         AT END
003570             SET WS-MASTER-EOF TO TRUE
003580             MOVE HIGH-VALUES TO WS-MASTER-KEY
003590             GO TO 2010-EXIT
003600     END-READ.
003610     IF BRAND OF AMS-VENDOR NOT = PRM-BRAND
003620         SET WS-MASTER-EOF TO TRUE
003630         MOVE HIGH-VALUES TO WS-MASTER-KEY
003640         GO TO 2010-EXIT
003650     END-IF.
003660     MOVE AMS-VENDOR-KEY(4:4) TO WS-MASTER-KEY.
003670     IF WS-LISTING-PASS
003680         ADD 1 TO WS-MASTER-READ
003690         IF LOCATION-IS-ACTIVE OF AMS-VENDOR
003700             ADD 1 TO WS-MASTER-ACTIVE
003710         END-IF
003720     END-IF.
003730 2010-EXIT.
003740     EXIT.
003750*****************************************************************
003760*    2020-READ-PARTNER                                          *
003770*        A REPEATED OR NON-NUMERIC LOCATION-NUMBER IS LISTED    *
003780*        AND PASSED OVER; EITHER ONE HOLDS THE WHOLE FILE, SO   *
003790*        THE WRITING PASS NEVER MEETS ONE.                      *
003800*****************************************************************
003810 2020-READ-PARTNER.
003820     READ PARTNER-SORTED-FILE
003830         AT END
003840             SET WS-PARTNER-EOF TO TRUE
003850             MOVE HIGH-VALUES TO WS-PARTNER-KEY
003860             GO TO 2020-EXIT
003870     END-READ.
003880     IF WS-LISTING-PASS
003890         ADD 1 TO WS-PARTNER-READ
003900     END-IF.
003910     IF PLC-LOCATION-NUMBER NOT NUMERIC
003920        OR BRAND-PARTNER-LOCATION(1:4) = WS-PRIOR-PARTNER-KEY
003930         IF WS-LISTING-PASS
003940             ADD 1 TO WS-PARTNER-ERRORS
003950             MOVE SPACES TO WS-REPORT-DETAIL-LINE
003960             MOVE PRM-BRAND TO RD-BRAND
003970             MOVE BRAND-PARTNER-LOCATION(1:4)
003980                 TO RD-LOCATION-NUMBER
003990             MOVE PLC-LOCATION-NAME TO RD-LOCATION-NAME
004000             MOVE '** ERROR' TO RD-ACTION
004010             IF PLC-LOCATION-NUMBER NOT NUMERIC
004020                 MOVE 'LOCATION-NUMBER NOT NUMERIC'
004030                     TO RD-FIELD-LIST
004040             ELSE
004050                 MOVE 'LOCATION-NUMBER REPEATED'
004060                     TO RD-FIELD-LIST
004070             END-IF
004080             WRITE AMSV107-REPORT-LINE
004090                 FROM WS-REPORT-DETAIL-LINE
004100         END-IF
004110         GO TO 2020-READ-PARTNER
004120     END-IF.
004130     MOVE BRAND-PARTNER-LOCATION(1:4) TO WS-PARTNER-KEY
004140                                         WS-PRIOR-PARTNER-KEY.
004150 2020-EXIT.
004160     EXIT.
004170*****************************************************************
004180*    2100-MATCH-ONE                                             *
004190*****************************************************************
004200 2100-MATCH-ONE.
004210     IF WS-MASTER-KEY < WS-PARTNER-KEY
004220         PERFORM 2200-MASTER-ONLY THRU 2200-EXIT
004230         PERFORM 2010-READ-MASTER THRU 2010-EXIT
004240     ELSE
004250         IF WS-MASTER-KEY > WS-PARTNER-KEY
004260             PERFORM 2300-PARTNER-ONLY THRU 2300-EXIT
004270             PERFORM 2020-READ-PARTNER THRU 2020-EXIT
004280         ELSE
004290             PERFORM 2400-ON-BOTH THRU 2400-EXIT
004300             PERFORM 2010-READ-MASTER THRU 2010-EXIT
004310             PERFORM 2020-READ-PARTNER THRU 2020-EXIT
004320         END-IF
004330     END-IF.
004340 2100-EXIT.
004350     EXIT.
004360*****************************************************************
004370*    2200-MASTER-ONLY                                           *
004380*        THE PARTNER NO LONGER LISTS THE STORE.  AN ACTIVE      *
004390*        RECORD IS DEACTIVATED; AN INACTIVE ONE IS LEFT ALONE.  *
004400*****************************************************************
004410 2200-MASTER-ONLY.
004420     IF NOT LOCATION-IS-ACTIVE OF AMS-VENDOR
004430         GO TO 2200-EXIT
004440     END-IF.
004450     MOVE AMS-VENDOR TO WS-NEW-VENDOR.
004460     MOVE 'N' TO LOCATION-ACTIVE OF WS-NEW-VENDOR.
004470     MOVE 'C' TO WS-PROPOSED-CODE.
004480     MOVE 'DEACTIVATE' TO WS-PROPOSED-ACTION.
004490     MOVE 'AC' TO WS-FIELD-LIST.
004500     IF WS-LISTING-PASS
004510         ADD 1 TO WS-DEACTIVATIONS
004520     END-IF.
004530     PERFORM 2800-PROPOSE THRU 2800-EXIT.
004540 2200-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    2300-PARTNER-ONLY                                          *
004580*        A NEW STORE.  A BLANK LOCATION-TYPE IS PASSED ON AS    *
004590*        IS - AMSV125 SUSPENDS IT FOR A CLERK TO SUPPLY ONE.    *
004600*****************************************************************
004610 2300-PARTNER-ONLY.
004620     MOVE SPACES TO WS-NEW-VENDOR.
004630     MOVE PRM-BRAND TO BRAND OF WS-NEW-VENDOR.
004640     MOVE PLC-LOCATION-NUMBER TO LOCATION-NUMBER OF WS-NEW-VENDOR.
004650     MOVE PLC-LOCATION-TYPE TO LOCATION-TYPE OF WS-NEW-VENDOR.
004660     MOVE PLC-CONTACT-PHONE TO CONTACT-PHONE OF WS-NEW-VENDOR.
004670     PERFORM 2500-OVERLAY-PARTNER-FIELDS THRU 2500-EXIT.
004680     MOVE 'A' TO WS-PROPOSED-CODE.
004690     MOVE 'ADD' TO WS-PROPOSED-ACTION.
004700     MOVE SPACES TO WS-FIELD-LIST.
004710     IF WS-LISTING-PASS
004720         ADD 1 TO WS-ADDS
004730     END-IF.
004740     PERFORM 2800-PROPOSE THRU 2800-EXIT.
004750 2300-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    2400-ON-BOTH                                               *
004790*        THE MASTER IMAGE WITH THE PARTNER'S FIELDS LAID OVER   *
004800*        IT.  NO TRANSACTION WHEN NOTHING DIFFERS.              *
004810*****************************************************************
004820 2400-ON-BOTH.
004830     MOVE AMS-VENDOR TO WS-NEW-VENDOR.
004840     IF PLC-LOCATION-TYPE NOT = SPACES
004850         MOVE PLC-LOCATION-TYPE TO LOCATION-TYPE OF WS-NEW-VENDOR
004860     END-IF.
004870     IF PLC-CONTACT-PHONE NOT = SPACES
004880         MOVE PLC-CONTACT-PHONE TO CONTACT-PHONE OF WS-NEW-VENDOR
004890     END-IF.
004900     PERFORM 2500-OVERLAY-PARTNER-FIELDS THRU 2500-EXIT.
004910     IF WS-NEW-VENDOR = AMS-VENDOR
004920         IF WS-LISTING-PASS
004930             ADD 1 TO WS-UNCHANGED
004940         END-IF
004950         GO TO 2400-EXIT
004960     END-IF.
004970     PERFORM 2600-LIST-CHANGED-FIELDS THRU 2600-EXIT.
004980     MOVE 'C' TO WS-PROPOSED-CODE.
004990     IF LOCATION-IS-ACTIVE OF AMS-VENDOR
005000         MOVE 'CHANGE' TO WS-PROPOSED-ACTION
005010         IF WS-LISTING-PASS
005020             ADD 1 TO WS-CHANGES
005030         END-IF
005040     ELSE
005050         MOVE 'REACTIVATE' TO WS-PROPOSED-ACTION
005060         IF WS-LISTING-PASS
005070             ADD 1 TO WS-REACTIVATIONS
005080         END-IF
005090     END-IF.
005100     PERFORM 2800-PROPOSE THRU 2800-EXIT.
005110 2400-EXIT.
005120     EXIT.
005130*****************************************************************
005140*    2500-OVERLAY-PARTNER-FIELDS                                *
005150*        THE FIELDS THE PARTNER FILE ALWAYS GOVERNS.  A LISTED  *
005160*        STORE IS AN ACTIVE STORE.                              *
005170*****************************************************************
005180 2500-OVERLAY-PARTNER-FIELDS.
005190     MOVE PLC-LOCATION-NAME TO LOCATION-NAME OF WS-NEW-VENDOR.
005200     MOVE PLC-ADDRESS-1 TO ADDRESS-1 OF WS-NEW-VENDOR.
005210     MOVE PLC-ADDRESS-2 TO ADDRESS-2 OF WS-NEW-VENDOR.
005220     MOVE PLC-ADDRESS-3 TO ADDRESS-3 OF WS-NEW-VENDOR.
005230     MOVE PLC-POSTCODE TO POSTCODE OF WS-NEW-VENDOR.
005240     MOVE PLC-STATE TO STATE OF WS-NEW-VENDOR.
005250     MOVE 'Y' TO LOCATION-ACTIVE OF WS-NEW-VENDOR.
005260 2500-EXIT.
005270     EXIT.
005280*****************************************************************
005290*    2600-LIST-CHANGED-FIELDS                                   *
005300*        NAMES EACH DIFFERING FIELD BY ITS AMSVSCOR FIELD-ID,   *
005310*        THE CODES THE CLERKS ALREADY READ ON AMSV126 OUTPUT.   *
005320*****************************************************************
005330 2600-LIST-CHANGED-FIELDS.
005340     MOVE SPACES TO WS-FIELD-LIST.
005350     MOVE 1 TO WS-FIELD-PTR.
005360     IF LOCATION-TYPE OF WS-NEW-VENDOR
005370            NOT = LOCATION-TYPE OF AMS-VENDOR
005380         STRING 'TY ' DELIMITED BY SIZE
005390             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005400     END-IF.
005410     IF LOCATION-NAME OF WS-NEW-VENDOR
005420            NOT = LOCATION-NAME OF AMS-VENDOR
005430         STRING 'NM ' DELIMITED BY SIZE
005440             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005450     END-IF.
005460     IF ADDRESS-1 OF WS-NEW-VENDOR NOT = ADDRESS-1 OF AMS-VENDOR
005470         STRING 'A1 ' DELIMITED BY SIZE
005480             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005490     END-IF.
005500     IF ADDRESS-2 OF WS-NEW-VENDOR NOT = ADDRESS-2 OF AMS-VENDOR
005510         STRING 'A2 ' DELIMITED BY SIZE
005520             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005530     END-IF.
005540     IF ADDRESS-3 OF WS-NEW-VENDOR NOT = ADDRESS-3 OF AMS-VENDOR
005550         STRING 'A3 ' DELIMITED BY SIZE
005560             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005570     END-IF.
005580     IF POSTCODE-X OF WS-NEW-VENDOR
005590            NOT = POSTCODE-X OF AMS-VENDOR
005600         STRING 'PC ' DELIMITED BY SIZE
005610             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005620     END-IF.
005630     IF CONTACT-PHONE OF WS-NEW-VENDOR
005640            NOT = CONTACT-PHONE OF AMS-VENDOR
005650         STRING 'PH ' DELIMITED BY SIZE
005660             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005670     END-IF.
005680     IF STATE OF WS-NEW-VENDOR NOT = STATE OF AMS-VENDOR
005690         STRING 'ST ' DELIMITED BY SIZE
005700             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005710     END-IF.
005720     IF LOCATION-ACTIVE OF WS-NEW-VENDOR
005730            NOT = LOCATION-ACTIVE OF AMS-VENDOR
005740         STRING 'AC ' DELIMITED BY SIZE
005750             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
005760     END-IF.
005770 2600-EXIT.
005780     EXIT.
005790*****************************************************************
005800*    2800-PROPOSE                                               *
005810*        LISTED ON THE FIRST PASS, WRITTEN ON THE SECOND.  A    *
005820*        CHANGE IS A FULL IMAGE, AS AMSV125 APPLIES IT.         *
005830*****************************************************************
005840 2800-PROPOSE.
005850     IF WS-LISTING-PASS
005860         MOVE SPACES TO WS-REPORT-DETAIL-LINE
005870         MOVE WS-PROPOSED-CODE TO RD-TRANS-CODE
005880         MOVE WS-PROPOSED-ACTION TO RD-ACTION
005890         MOVE BRAND OF WS-NEW-VENDOR TO RD-BRAND
005900         MOVE WS-NEW-VENDOR-KEY(4:4) TO RD-LOCATION-NUMBER
005910         MOVE LOCATION-NAME OF WS-NEW-VENDOR TO RD-LOCATION-NAME
005920         MOVE WS-FIELD-LIST TO RD-FIELD-LIST
005930         WRITE AMSV107-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
005940         GO TO 2800-EXIT
005950     END-IF.
005960     MOVE WS-EFFECTIVE-DATE TO PND-EFFECTIVE-DATE.
005970     MOVE WS-RUN-DATE TO PND-ENTERED-DATE.
005980     MOVE WS-PROPOSED-CODE TO PND-TRANS-CODE.
005990     MOVE PRM-CHANGED-BY TO PND-CHANGED-BY.
006000     MOVE WS-NEW-VENDOR TO PND-VENDOR-DATA.
006010     WRITE PENDING-TRANSACTION.
006020     IF NOT WS-TRANS-OK
006030         DISPLAY 'AMSV107 - TRANSACTION WRITE FAILED '
006040             WS-TRANS-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     ADD 1 TO WS-TRANS-WRITTEN.
006090 2800-EXIT.
006100     EXIT.
006110*****************************************************************
006120*    3000-DECIDE                                                *
006130*        THE SHARE IS TESTED IN WHOLE NUMBERS - DEACTIVATIONS   *
006140*        TIMES 100 AGAINST THE LIMIT TIMES THE ACTIVE COUNT -   *
006150*        SO NO ROUNDING CAN LET A FILE SLIP PAST THE LIMIT.  A  *
006160*        BRAND WITH NO ACTIVE LOCATIONS YET CANNOT LOSE ANY.    *
006170*****************************************************************
006180 3000-DECIDE.
006190     MOVE ZERO TO WS-DEACT-SHARE.
006200     IF WS-MASTER-ACTIVE > ZERO
006210         COMPUTE WS-DEACT-SHARE ROUNDED =
006220             WS-DEACTIVATIONS * 100 / WS-MASTER-ACTIVE
006230     END-IF.
006240     SET WS-FILE-HELD TO TRUE.
006250     EVALUATE TRUE
006260         WHEN WS-PARTNER-READ = ZERO
006270             MOVE 'PARTNER FILE IS EMPTY - WHOLE FILE HELD'
006280                 TO WS-HOLD-REASON
006290         WHEN WS-PARTNER-ERRORS > ZERO
006300             MOVE 'PARTNER FILE HAS ERRORS - WHOLE FILE HELD'
006310                 TO WS-HOLD-REASON
006320         WHEN WS-DEACTIVATIONS * 100 >
006330                  WS-MAX-DEACT-PCT * WS-MASTER-ACTIVE
006340             MOVE 'DEACTIVATIONS OVER THE LIMIT - WHOLE FILE HELD'
006350                 TO WS-HOLD-REASON
006360         WHEN PRM-REVIEW-ONLY
006370             MOVE 'N' TO WS-DECISION-SWITCH
006380             MOVE 'REVIEW ONLY - NO TRANSACTIONS WRITTEN'
006390                 TO WS-HOLD-REASON
006400         WHEN OTHER
006410             SET WS-FILE-APPROVED TO TRUE
006420             MOVE 'TRANSACTIONS WRITTEN FOR AMSV124'
006430                 TO WS-HOLD-REASON
006440     END-EVALUATE.
006450     MOVE WS-HOLD-REASON TO RM-MESSAGE.
006460     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-MESSAGE-LINE.
006470 3000-EXIT.
006480     EXIT.
006490*****************************************************************
006500*    8000-TERMINATE                                             *
006510*        RC 8 - THE FILE WAS HELD AND NEEDS A PERSON.           *
006520*****************************************************************
006530 8000-TERMINATE.
006540     MOVE 'MASTER RECORDS     :' TO WS-REPORT-TOTAL-LINE(1:20).
006550     MOVE WS-MASTER-READ TO RT-COUNT.
006560     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006570     MOVE 'MASTER ACTIVE      :' TO WS-REPORT-TOTAL-LINE(1:20).
006580     MOVE WS-MASTER-ACTIVE TO RT-COUNT.
006590     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006600     MOVE 'PARTNER RECORDS    :' TO WS-REPORT-TOTAL-LINE(1:20).
006610     MOVE WS-PARTNER-READ TO RT-COUNT.
006620     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006630     MOVE 'PARTNER ERRORS     :' TO WS-REPORT-TOTAL-LINE(1:20).
006640     MOVE WS-PARTNER-ERRORS TO RT-COUNT.
006650     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006660     MOVE 'ADDS               :' TO WS-REPORT-TOTAL-LINE(1:20).
006670     MOVE WS-ADDS TO RT-COUNT.
006680     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006690     MOVE 'CHANGES            :' TO WS-REPORT-TOTAL-LINE(1:20).
006700     MOVE WS-CHANGES TO RT-COUNT.
006710     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006720     MOVE 'REACTIVATIONS      :' TO WS-REPORT-TOTAL-LINE(1:20).
006730     MOVE WS-REACTIVATIONS TO RT-COUNT.
006740     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006750     MOVE 'DEACTIVATIONS      :' TO WS-REPORT-TOTAL-LINE(1:20).
006760     MOVE WS-DEACTIVATIONS TO RT-COUNT.
006770     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006780     MOVE 'UNCHANGED          :' TO WS-REPORT-TOTAL-LINE(1:20).
006790     MOVE WS-UNCHANGED TO RT-COUNT.
006800     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006810     MOVE WS-DEACT-SHARE TO RS-SHARE.
006820     MOVE WS-MAX-DEACT-PCT TO RS-LIMIT.
006830     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-SHARE-LINE.
006840     MOVE 'TRANS WRITTEN      :' TO WS-REPORT-TOTAL-LINE(1:20).
006850     MOVE WS-TRANS-WRITTEN TO RT-COUNT.
006860     WRITE AMSV107-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
006870     CLOSE AMSV107-REPORT.
006880     IF PRM-UPDATE
006890         CLOSE SYNC-TRANS-FILE
006900     END-IF.
006910     DISPLAY 'AMSV107 - ' WS-HOLD-REASON.
006920     DISPLAY 'AMSV107 - TRANSACTIONS WRITTEN: ' WS-TRANS-WRITTEN.
006930     IF WS-FILE-HELD
006940         MOVE 8 TO RETURN-CODE
006950     END-IF.
006960 8000-EXIT.
006970     EXIT.
