000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV167                                      *
000040*   DESCRIPTION :  GEOCODE REVIEW.  WORKS THE COORDINATES       *
000050*                  AMSV165 HELD BACK FROM AMSVLOCC BECAUSE THEY *
000060*                  FAILED ITS PLAUSIBILITY CHECK (AMSVGREV).    *
000070*                  EVERY HELD ITEM IS PRINTED ON THE EXCEPTION  *
000080*                  REPORT WITH THE REASON, THE MEASURED         *
000090*                  DISTANCE FROM THE POSTCODE CENTROID, THE     *
000100*                  NEW POSITION AND THE ONE STORED NOW.  A      *
000110*                  CLERK DECIDES EACH ITEM ON A DECISION CARD   *
000120*                  (AMSVGDEC) -                                 *
000130*                                                               *
000140*                  - 'A' ACCEPTS IT: THE HELD COORDINATES ARE   *
000150*                    WRITTEN TO AMSVLOCC WITH THE DATE THEY     *
000160*                    WERE HELD, UNLESS AMSVLOCC HAS SINCE BEEN  *
000170*                    GIVEN A NEWER POSITION;                    *
000180*                  - 'R' REJECTS IT: AMSVLOCC KEEPS WHAT IT     *
000190*                    HAS AND THE ITEM IS DISCARDED.             *
000200*                                                               *
000210*                  UNDECIDED ITEMS ARE CARRIED FORWARD ON       *
000220*                  AMV67RO WITH THEIR ORIGINAL HELD DATE.  RUN  *
000230*                  WITHOUT CARDS IT IS SIMPLY THE CLERK'S       *
000240*                  WORKLIST.  WHERE THE PRIOR CARRIED-FORWARD   *
000250*                  FILE AND AMSV165'S NEW HELD ITEMS (AMV6GRV)  *
000260*                  BOTH EXIST, THE JOB CONCATENATES THEM ONTO   *
000270*                  AMV67RI IN THAT ORDER, THE SAME AS THE       *
000280*                  SUSPENSE FILE FOR AMSV126.                   *
000290*                                                               *
000300*                  A DECISION THAT MATCHES NO HELD ITEM, OR     *
000310*                  CANNOT BE APPLIED, ENDS THE RUN WITH RETURN  *
000320*                  CODE 4; A FAILED COORDINATE WRITE WITH 8.    *
000330*                                                               *
000340*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000350*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000360*   DATE-WRITTEN:  10/15/2026                                   *
000370*---------------------------------------------------------------*
000380*   MODIFICATION HISTORY                                        *
000390*---------------------------------------------------------------*
000400*   DATE       INIT  DESCRIPTION                                *
000410*   ---------- ----  ---------------------------------------    *
000420*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     AMSV167.
000460 AUTHOR.         D. KOWALCZYK.
000470 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000480 DATE-WRITTEN.   10/15/2026.
000490 DATE-COMPILED.  10/15/2026.
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT REVIEW-IN-FILE ASSIGN TO AMV67RI
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-REVIEW-IN-STATUS.
000590     SELECT DECISION-FILE ASSIGN TO AMV67DC
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-DECISION-STATUS.
000620     SELECT REVIEW-OUT-FILE ASSIGN TO AMV67RO
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-REVIEW-OUT-STATUS.
000650     SELECT LOCATION-COORDINATES ASSIGN TO AMSVLOC
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS LCC-KEY
000690         FILE STATUS IS WS-COORD-STATUS.
000700     SELECT AMSV167-REPORT ASSIGN TO AMV67RP
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  REVIEW-IN-FILE
000760     RECORDING MODE IS F.
000770 COPY AMSVGREV.
000780 FD  DECISION-FILE
000790     RECORDING MODE IS F.
000800 COPY AMSVGDEC.
000810 FD  REVIEW-OUT-FILE
000820     RECORDING MODE IS F.
000830 01  REVIEW-OUT-RECORD           PIC X(100).
000840 FD  LOCATION-COORDINATES
000850     RECORDING MODE IS F.
000860 COPY AMSVLOCC.
000870 FD  AMSV167-REPORT
000880     RECORDING MODE IS F.
000890 01  AMSV167-REPORT-LINE         PIC X(132).
000900 WORKING-STORAGE SECTION.
000910 01  WS-REVIEW-IN-STATUS         PIC XX.
000920     88  WS-REVIEW-IN-OK         VALUE '00'.
000930 01  WS-DECISION-STATUS          PIC XX.
000940     88  WS-DECISION-OK          VALUE '00'.
000950 01  WS-REVIEW-OUT-STATUS        PIC XX.
000960     88  WS-REVIEW-OUT-OK        VALUE '00'.
000970 01  WS-COORD-STATUS             PIC XX.
000980     88  WS-COORD-OK             VALUE '00'.
000990 01  WS-REPORT-STATUS            PIC XX.
001000     88  WS-REPORT-OK            VALUE '00'.
001010 01  WS-SWITCHES.
001020     05  WS-REVIEW-EOF-SWITCH    PIC X(01) VALUE 'N'.
001030         88  WS-REVIEW-EOF       VALUE 'Y'.
001040     05  WS-DEC-EOF-SWITCH       PIC X(01) VALUE 'N'.
001050         88  WS-DEC-EOF          VALUE 'Y'.
001060     05  WS-MATCH-SWITCH         PIC X(01).
001070         88  WS-MATCH-FOUND      VALUE 'Y'.
001080         88  WS-NO-MATCH         VALUE 'N'.
001090 01  WS-COUNTERS.
001100     05  WS-ITEMS-READ           PIC 9(07) COMP VALUE ZERO.
001110     05  WS-ITEMS-ACCEPTED       PIC 9(07) COMP VALUE ZERO.
001120     05  WS-ITEMS-REJECTED       PIC 9(07) COMP VALUE ZERO.
001130     05  WS-ITEMS-SUPERSEDED     PIC 9(07) COMP VALUE ZERO.
001140     05  WS-ITEMS-CARRIED        PIC 9(07) COMP VALUE ZERO.
001150     05  WS-DECISIONS-READ       PIC 9(05) COMP VALUE ZERO.
001160     05  WS-DECISIONS-UNUSED     PIC 9(05) COMP VALUE ZERO.
001170     05  WS-DECISIONS-INVALID    PIC 9(05) COMP VALUE ZERO.
001180     05  WS-STORE-FAILURES       PIC 9(05) COMP VALUE ZERO.
001190 01  WS-DECISION-COUNT           PIC 9(05) COMP VALUE ZERO.
001200 01  WS-DECISION-SUB             PIC 9(05) COMP VALUE ZERO.
001210 01  WS-CURRENT-DATE             PIC 9(08).
001220*****************************************************************
001230*   CLERK DECISIONS ARE LOADED HERE AND CLAIMED ONE-FOR-ONE AS  *
001240*   HELD ITEMS MATCH THEM, AS AMSV126 DOES WITH ITS CORRECTION  *
001250*   CARDS.  A NIGHT'S HELD GEOCODES ARE A HANDFUL; 500 LEAVES   *
001260*   ROOM FOR A WHOLE-FILE REGEOCODE.                            *
001270*****************************************************************
001280 01  WS-DECISION-TABLE-AREA.
001290     05  WS-DECISION-ENTRY OCCURS 1 TO 500 TIMES
001300             DEPENDING ON WS-DECISION-COUNT.
001310         10  WGD-ACTION          PIC X(01).
001320         10  WGD-KEY             PIC X(07).
001330         10  WGD-DECIDED-BY      PIC X(08).
001340         10  WGD-USED-SWITCH     PIC X(01).
001350 01  WS-REPORT-HEADING-1.
001360     05  FILLER                  PIC X(40)
001370             VALUE 'AMSV167 - GEOCODE REVIEW EXCEPTIONS FOR '.
001380     05  RH-RUN-DATE             PIC 9999/99/99.
001390     05  FILLER                  PIC X(82) VALUE SPACES.
001400 01  WS-REPORT-HEADING-2.
001410     05  FILLER                  PIC X(03) VALUE SPACES.
001420     05  FILLER                  PIC X(05) VALUE 'BRD'.
001430     05  FILLER                  PIC X(06) VALUE 'LOCN'.
001440     05  FILLER                  PIC X(05) VALUE 'ST'.
001450     05  FILLER                  PIC X(06) VALUE 'PCODE'.
001460     05  FILLER                  PIC X(12) VALUE 'HELD'.
001470     05  FILLER                  PIC X(32) VALUE 'REASON'.
001480     05  FILLER                  PIC X(21)
001490             VALUE 'KM FROM CENTROID'.
001500     05  FILLER                  PIC X(42) VALUE 'DISPOSITION'.
001510 01  WS-REPORT-HEADING-3.
001520     05  FILLER                  PIC X(17) VALUE SPACES.
001530     05  FILLER                  PIC X(33)
001540             VALUE '    LATITUDE   LONGITUDE'.
001550     05  FILLER                  PIC X(82) VALUE SPACES.
001560 01  WS-REPORT-DETAIL-LINE.
001570     05  FILLER                  PIC X(03) VALUE SPACES.
001580     05  RD-BRAND                PIC X(03).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  RD-LOCATION-NUMBER      PIC 9(04).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  RD-STATE                PIC X(03).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  RD-POSTCODE             PIC 9(04).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  RD-HELD-DATE            PIC 9999/99/99.
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  RD-REASON               PIC X(30).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  RD-DISTANCE-AREA.
001710         10  FILLER              PIC X(01).
001720         10  RD-DISTANCE-KM      PIC ZZ,ZZ9.9.
001730         10  FILLER              PIC X(02).
001740     05  RD-DISTANCE-NOTE REDEFINES RD-DISTANCE-AREA
001750                                 PIC X(11).
001760     05  FILLER                  PIC X(10) VALUE SPACES.
001770     05  RD-DISPOSITION          PIC X(42).
001780 01  WS-REPORT-POSITION-LINE.
001790     05  FILLER                  PIC X(17) VALUE SPACES.
001800     05  RP-LABEL                PIC X(04).
001810     05  RP-LATITUDE             PIC ---9.999999.
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  RP-LONGITUDE            PIC ---9.999999.
001840     05  RP-NOTE                 PIC X(88).
001850 01  WS-REPORT-TOTAL-LINE.
001860     05  FILLER                  PIC X(20).
001870     05  RT-COUNT                PIC ZZZ,ZZ9.
001880     05  FILLER                  PIC X(105) VALUE SPACES.
001890 PROCEDURE DIVISION.
001900*****************************************************************
001910*    0000-MAINLINE                                              *
001920*****************************************************************
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
001960         UNTIL WS-REVIEW-EOF.
001970     PERFORM 7000-REPORT-UNUSED-DECISIONS THRU 7000-EXIT.
001980     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001990     STOP RUN.
002000*****************************************************************
002010*    1000-INITIALIZE                                            *
002020*****************************************************************
002030 1000-INITIALIZE.
002040     OPEN INPUT REVIEW-IN-FILE.
002050     IF NOT WS-REVIEW-IN-OK
002060         DISPLAY 'AMSV167 - OPEN FAILED, REVIEW-IN-FILE '
002070             WS-REVIEW-IN-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     OPEN OUTPUT REVIEW-OUT-FILE.
002120     IF NOT WS-REVIEW-OUT-OK
002130         DISPLAY 'AMSV167 - OPEN FAILED, REVIEW-OUT-FILE '
002140             WS-REVIEW-OUT-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     OPEN I-O LOCATION-COORDINATES.
002190     IF NOT WS-COORD-OK
002200         DISPLAY 'AMSV167 - OPEN FAILED, LOCATION-COORDINATES '
002210             WS-COORD-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002260     OPEN OUTPUT AMSV167-REPORT.
002270     IF NOT WS-REPORT-OK
002280         DISPLAY 'AMSV167 - OPEN FAILED, AMSV167-REPORT '
002290             WS-REPORT-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
002340     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-HEADING-1.
002350     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-HEADING-2.
002360     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-HEADING-3.
002370     PERFORM 1050-LOAD-DECISIONS THRU 1050-EXIT.
002380     PERFORM 1100-READ-REVIEW THRU 1100-EXIT.
002390 1000-EXIT.
002400     EXIT.
002410*****************************************************************
002420*    1050-LOAD-DECISIONS                                        *
002430*        A MISSING OR EMPTY DECISION FILE IS A NORMAL RUN -     *
002440*        EVERY HELD ITEM IS LISTED AND CARRIED FORWARD.         *
002450*****************************************************************
002460 1050-LOAD-DECISIONS.
002470     OPEN INPUT DECISION-FILE.
002480     IF NOT WS-DECISION-OK
002490         SET WS-DEC-EOF TO TRUE
002500         GO TO 1050-EXIT
002510     END-IF.
002520     PERFORM 1060-READ-ONE-DECISION THRU 1060-EXIT
002530         UNTIL WS-DEC-EOF.
002540     CLOSE DECISION-FILE.
002550 1050-EXIT.
002560     EXIT.
002570*****************************************************************
002580*    1060-READ-ONE-DECISION                                     *
002590*****************************************************************
002600 1060-READ-ONE-DECISION.
002610     READ DECISION-FILE
002620         AT END
002630             SET WS-DEC-EOF TO TRUE
002640             GO TO 1060-EXIT
002650     END-READ.
002660     ADD 1 TO WS-DECISIONS-READ.
002670     IF WS-DECISION-COUNT NOT LESS THAN 500
002680         DISPLAY 'AMSV167 - DECISION FILE EXCEEDS 500-ENTRY '
002690             'TABLE LIMIT - RUN ABORTED'
002700         MOVE 16 TO RETURN-CODE
002710         PERFORM 8000-TERMINATE THRU 8000-EXIT
002720         STOP RUN
002730     END-IF.
002740     ADD 1 TO WS-DECISION-COUNT.
002750     MOVE GDC-ACTION TO WGD-ACTION (WS-DECISION-COUNT).
002760     MOVE GDC-KEY TO WGD-KEY (WS-DECISION-COUNT).
002770     MOVE GDC-DECIDED-BY TO WGD-DECIDED-BY (WS-DECISION-COUNT).
002780     MOVE 'N' TO WGD-USED-SWITCH (WS-DECISION-COUNT).
002790 1060-EXIT.
002800     EXIT.
002810*****************************************************************
002820*    1100-READ-REVIEW                                           *
002830*****************************************************************
002840 1100-READ-REVIEW.
002850     READ REVIEW-IN-FILE
002860         AT END
002870             SET WS-REVIEW-EOF TO TRUE
002880     END-READ.
002890 1100-EXIT.
002900     EXIT.
002910*****************************************************************
002920*    2000-PROCESS-ONE-ITEM                                      *
002930*****************************************************************
002940 2000-PROCESS-ONE-ITEM.
002950     ADD 1 TO WS-ITEMS-READ.
002960     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
002970     MOVE GRV-BRAND TO RD-BRAND.
002980     MOVE GRV-LOCATION-NUMBER TO RD-LOCATION-NUMBER.
002990     MOVE GRV-STATE TO RD-STATE.
003000     MOVE GRV-POSTCODE TO RD-POSTCODE.
003010     MOVE GRV-HELD-DATE TO RD-HELD-DATE.
003020     MOVE GRV-REASON-TEXT TO RD-REASON.
003030     IF GRV-CENTROID-FOUND
003040         MOVE GRV-DISTANCE-KM TO RD-DISTANCE-KM
003050     ELSE
003060         MOVE 'NO CENTROID' TO RD-DISTANCE-NOTE
003070     END-IF.
003080     PERFORM 2100-FIND-DECISION THRU 2100-EXIT.
003090     IF WS-MATCH-FOUND
003100         PERFORM 2200-APPLY-DECISION THRU 2200-EXIT
003110     ELSE
003120         PERFORM 2800-CARRY-FORWARD THRU 2800-EXIT
003130         MOVE 'AWAITING DECISION - CARRIED'
003140             TO RD-DISPOSITION
003150     END-IF.
003160     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
003170     PERFORM 2900-PRINT-POSITIONS THRU 2900-EXIT.
003180     PERFORM 1100-READ-REVIEW THRU 1100-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210*****************************************************************
003220*    2100-FIND-DECISION                                         *
003230*        FIRST UNUSED DECISION WHOSE KEY MATCHES THE HELD       *
003240*        ITEM, IN DECISION FILE ORDER.                          *
003250*****************************************************************
003260 2100-FIND-DECISION.
003270     SET WS-NO-MATCH TO TRUE.
003280     MOVE ZERO TO WS-DECISION-SUB.
003290     PERFORM 2110-TEST-ONE-DECISION THRU 2110-EXIT
003300         UNTIL WS-MATCH-FOUND
003310            OR WS-DECISION-SUB NOT LESS THAN WS-DECISION-COUNT.
003320 2100-EXIT.
003330     EXIT.
003340*****************************************************************
003350*    2110-TEST-ONE-DECISION                                     *
003360*****************************************************************
003370 2110-TEST-ONE-DECISION.
003380     ADD 1 TO WS-DECISION-SUB.
003390     IF WGD-USED-SWITCH (WS-DECISION-SUB) = 'N'
003400        AND WGD-KEY (WS-DECISION-SUB) = GRV-KEY
003410         SET WS-MATCH-FOUND TO TRUE
003420     END-IF.
003430 2110-EXIT.
003440     EXIT.
003450*****************************************************************
003460*    2200-APPLY-DECISION                                        *
003470*        WS-DECISION-SUB POINTS AT THE CLAIMED DECISION.  A     *
003480*        DECISION WITHOUT A CLERK ID, WITH AN UNKNOWN ACTION,   *
003490*        OR ACCEPTING COORDINATES THAT ARE NOT NUMBERS, LEAVES  *
003500*        THE ITEM HELD RATHER THAN GUESSING.                    *
003510*****************************************************************
003520 2200-APPLY-DECISION.
003530     MOVE 'Y' TO WGD-USED-SWITCH (WS-DECISION-SUB).
003540     IF WGD-DECIDED-BY (WS-DECISION-SUB) = SPACES
003550         ADD 1 TO WS-DECISIONS-INVALID
003560         PERFORM 2800-CARRY-FORWARD THRU 2800-EXIT
003570         MOVE 'NO CLERK ID ON DECISION - CARRIED'
003580             TO RD-DISPOSITION
003590         GO TO 2200-EXIT
003600     END-IF.
003610     EVALUATE TRUE
003620         WHEN WGD-ACTION (WS-DECISION-SUB) = 'R'
003630             ADD 1 TO WS-ITEMS-REJECTED
003640             STRING 'REJECTED BY ' DELIMITED BY SIZE
003650                 WGD-DECIDED-BY (WS-DECISION-SUB)
003660                     DELIMITED BY SPACE
003670                 ' - KEPT' DELIMITED BY SIZE
003680                 INTO RD-DISPOSITION
003690             END-STRING
003700         WHEN WGD-ACTION (WS-DECISION-SUB) = 'A'
003710            AND GRV-NOT-NUMERIC
003720             ADD 1 TO WS-DECISIONS-INVALID
003730             PERFORM 2800-CARRY-FORWARD THRU 2800-EXIT
003740             MOVE 'CANNOT ACCEPT, NOT NUMERIC - CARRIED'
003750                 TO RD-DISPOSITION
003760         WHEN WGD-ACTION (WS-DECISION-SUB) = 'A'
003770             PERFORM 2300-STORE-COORDINATES THRU 2300-EXIT
003780         WHEN OTHER
003790             ADD 1 TO WS-DECISIONS-INVALID
003800             PERFORM 2800-CARRY-FORWARD THRU 2800-EXIT
003810             MOVE 'INVALID DECISION ACTION - CARRIED'
003820                 TO RD-DISPOSITION
003830     END-EVALUATE.
003840 2200-EXIT.
003850     EXIT.
003860*****************************************************************
003870*    2300-STORE-COORDINATES                                     *
003880*        WRITES (OR REWRITES) THE ACCEPTED POSITION AS AMSV165  *
003890*        WOULD HAVE, DATED THE NIGHT IT WAS HELD.  A POSITION   *
003900*        DATED AFTER THAT NIGHT CAME FROM A LATER GEOCODE AND   *
003910*        IS NOT OVERWRITTEN.                                    *
003920*****************************************************************
003930 2300-STORE-COORDINATES.
003940     MOVE GRV-KEY TO LCC-KEY.
003950     READ LOCATION-COORDINATES
003960         INVALID KEY
003970             MOVE GRV-KEY TO LCC-KEY
003980             MOVE ZERO TO LCC-GEOCODED-DATE
003990     END-READ.
004000     IF WS-COORD-OK
004010        AND LCC-GEOCODED-DATE > GRV-HELD-DATE
004020         ADD 1 TO WS-ITEMS-SUPERSEDED
004030         MOVE 'NEWER POSITION ON FILE - NOT APPLIED'
004040             TO RD-DISPOSITION
004050         GO TO 2300-EXIT
004060     END-IF.
004070     MOVE GRV-NEW-LATITUDE TO LCC-LATITUDE.
004080     MOVE GRV-NEW-LONGITUDE TO LCC-LONGITUDE.
004090     MOVE GRV-HELD-DATE TO LCC-GEOCODED-DATE.
004100     WRITE LOCATION-COORDINATES-RECORD
004110         INVALID KEY
004120             REWRITE LOCATION-COORDINATES-RECORD
004130     END-WRITE.
004140     IF NOT WS-COORD-OK
004150         DISPLAY 'AMSV167 - COORDINATE STORE FAILED '
004160             GRV-BRAND '/' GRV-LOCATION-NUMBER ' '
004170             WS-COORD-STATUS
004180         ADD 1 TO WS-STORE-FAILURES
004190         PERFORM 2800-CARRY-FORWARD THRU 2800-EXIT
004200         MOVE 'STORE FAILED - CARRIED' TO RD-DISPOSITION
004210         GO TO 2300-EXIT
004220     END-IF.
004230     ADD 1 TO WS-ITEMS-ACCEPTED.
004240     STRING 'ACCEPTED BY ' DELIMITED BY SIZE
004250         WGD-DECIDED-BY (WS-DECISION-SUB) DELIMITED BY SPACE
004260         ' - STORED' DELIMITED BY SIZE
004270         INTO RD-DISPOSITION
004280     END-STRING.
004290 2300-EXIT.
004300     EXIT.
004310*****************************************************************
004320*    2800-CARRY-FORWARD                                         *
004330*****************************************************************
004340 2800-CARRY-FORWARD.
004350     WRITE REVIEW-OUT-RECORD FROM GEOCODE-REVIEW-RECORD.
004360     IF NOT WS-REVIEW-OUT-OK
004370         DISPLAY 'AMSV167 - REVIEW-OUT WRITE FAILED '
004380             WS-REVIEW-OUT-STATUS
004390         MOVE 16 TO RETURN-CODE
004400     END-IF.
004410     ADD 1 TO WS-ITEMS-CARRIED.
004420 2800-EXIT.
004430     EXIT.
004440*****************************************************************
004450*    2900-PRINT-POSITIONS                                       *
004460*        THE HELD POSITION, AND UNDER IT THE ONE AMSVLOCC HAD   *
004470*        WHEN THE ITEM WAS HELD.                                *
004480*****************************************************************
004490 2900-PRINT-POSITIONS.
004500     MOVE SPACES TO WS-REPORT-POSITION-LINE.
004510     MOVE 'NEW ' TO RP-LABEL.
004520     IF GRV-NOT-NUMERIC
004530         MOVE ' NOT NUMERIC' TO RP-NOTE
004540     ELSE
004550         MOVE GRV-NEW-LATITUDE TO RP-LATITUDE
004560         MOVE GRV-NEW-LONGITUDE TO RP-LONGITUDE
004570     END-IF.
004580     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-POSITION-LINE.
004590     MOVE SPACES TO WS-REPORT-POSITION-LINE.
004600     MOVE 'OLD ' TO RP-LABEL.
004610     IF GRV-OLD-ON-FILE
004620         MOVE GRV-OLD-LATITUDE TO RP-LATITUDE
004630         MOVE GRV-OLD-LONGITUDE TO RP-LONGITUDE
004640     ELSE
004650         MOVE ' NONE ON FILE' TO RP-NOTE
004660     END-IF.
004670     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-POSITION-LINE.
004680 2900-EXIT.
004690     EXIT.
004700*****************************************************************
004710*    7000-REPORT-UNUSED-DECISIONS                               *
004720*        A DECISION THAT CLAIMED NOTHING IS A CLERK ERROR WORTH *
004730*        A LINE AND A WARNING RETURN CODE.                      *
004740*****************************************************************
004750 7000-REPORT-UNUSED-DECISIONS.
004760     MOVE ZERO TO WS-DECISION-SUB.
004770     PERFORM 7100-CHECK-ONE-DECISION THRU 7100-EXIT
004780         UNTIL WS-DECISION-SUB NOT LESS THAN WS-DECISION-COUNT.
004790 7000-EXIT.
004800     EXIT.
004810*****************************************************************
004820*    7100-CHECK-ONE-DECISION                                    *
004830*****************************************************************
004840 7100-CHECK-ONE-DECISION.
004850     ADD 1 TO WS-DECISION-SUB.
004860     IF WGD-USED-SWITCH (WS-DECISION-SUB) = 'N'
004870         ADD 1 TO WS-DECISIONS-UNUSED
004880         MOVE SPACES TO WS-REPORT-DETAIL-LINE
004890         MOVE WGD-KEY (WS-DECISION-SUB) (1:3) TO RD-BRAND
004900         MOVE WGD-KEY (WS-DECISION-SUB) (4:4)
004910             TO RD-LOCATION-NUMBER
004920         MOVE 'DECISION MATCHED NO HELD ITEM' TO RD-REASON
004930         STRING 'ACTION ' DELIMITED BY SIZE
004940             WGD-ACTION (WS-DECISION-SUB) DELIMITED BY SIZE
004950             ' BY ' DELIMITED BY SIZE
004960             WGD-DECIDED-BY (WS-DECISION-SUB) DELIMITED BY SIZE
004970             INTO RD-DISPOSITION
004980         END-STRING
004990         WRITE AMSV167-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
005000     END-IF.
005010 7100-EXIT.
005020     EXIT.
005030*****************************************************************
005040*    8000-TERMINATE                                             *
005050*****************************************************************
005060 8000-TERMINATE.
005070     MOVE 'HELD ITEMS READ    :' TO WS-REPORT-TOTAL-LINE(1:20).
005080     MOVE WS-ITEMS-READ TO RT-COUNT.
005090     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
005100     MOVE 'ITEMS ACCEPTED     :' TO WS-REPORT-TOTAL-LINE(1:20).
005110     MOVE WS-ITEMS-ACCEPTED TO RT-COUNT.
005120     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
005130     MOVE 'ITEMS REJECTED     :' TO WS-REPORT-TOTAL-LINE(1:20).
005140     MOVE WS-ITEMS-REJECTED TO RT-COUNT.
005150     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
005160     MOVE 'NEWER ON FILE      :' TO WS-REPORT-TOTAL-LINE(1:20).
005170     MOVE WS-ITEMS-SUPERSEDED TO RT-COUNT.
005180     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
005190     MOVE 'ITEMS CARRIED FWD  :' TO WS-REPORT-TOTAL-LINE(1:20).
005200     MOVE WS-ITEMS-CARRIED TO RT-COUNT.
005210     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
005220     MOVE 'DECISIONS READ     :' TO WS-REPORT-TOTAL-LINE(1:20).
005230     MOVE WS-DECISIONS-READ TO RT-COUNT.
005240     WRITE AMSV167-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
005250     CLOSE REVIEW-IN-FILE
005260           REVIEW-OUT-FILE
005270           LOCATION-COORDINATES
005280           AMSV167-REPORT.
005290     DISPLAY 'AMSV167 - HELD ITEMS READ     : ' WS-ITEMS-READ.
005300     DISPLAY 'AMSV167 - ITEMS ACCEPTED      : ' WS-ITEMS-ACCEPTED.
005310     DISPLAY 'AMSV167 - ITEMS REJECTED      : ' WS-ITEMS-REJECTED.
005320     DISPLAY 'AMSV167 - ITEMS CARRIED FWD   : ' WS-ITEMS-CARRIED.
005330     DISPLAY 'AMSV167 - DECISIONS UNUSED    : '
005340         WS-DECISIONS-UNUSED.
005350     IF WS-DECISIONS-UNUSED > 0
005360        OR WS-DECISIONS-INVALID > 0
005370        OR WS-ITEMS-SUPERSEDED > 0
005380         IF RETURN-CODE < 4
005390             MOVE 4 TO RETURN-CODE
005400         END-IF
005410     END-IF.
005420     IF WS-STORE-FAILURES > 0
005430         IF RETURN-CODE < 8
005440             MOVE 8 TO RETURN-CODE
005450         END-IF
005460     END-IF.
005470 8000-EXIT.
005480     EXIT.
