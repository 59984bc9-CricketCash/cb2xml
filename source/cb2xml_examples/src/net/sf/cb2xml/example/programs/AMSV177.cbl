000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV177                                      *
000040*   DESCRIPTION :  DEPOT CLOSURE AND OPENING WHAT-IF            *
000050*                  SIMULATION.  RUN ON REQUEST BY FREIGHT       *
000060*                  PLANNING.  TAKES THE ACTIVE DEPOTS FROM THE  *
000070*                  DEPOT MASTER (AMSVDEPT), TREATS THE DEPOTS   *
000080*                  NAMED ON THE PARAMETER CARDS AS CLOSED, ADDS *
000090*                  THE PROPOSED NEW DEPOTS AT THE COORDINATES   *
000100*                  ON THE CARDS, AND RE-ASSIGNS EVERY LOCATION  *
000110*                  ON THE CURRENT DEPOT ASSIGNMENT FILE         *
000120*                  (AMSVDASN) WITH THE SAME NEAREST-DEPOT       *
000130*                  ARITHMETIC AS AMSV176.  NOTHING IS UPDATED - *
000140*                  THE DEPOT MASTER, THE COORDINATES AND THE    *
000150*                  ASSIGNMENT FILE ARE ONLY READ.               *
000160*                                                               *
000170*                  THE REPORT SHOWS -                           *
000180*                    - EVERY CARD, AND WHAT WAS MADE OF IT;     *
000190*                    - BY BRAND, EACH LOCATION THAT WOULD MOVE  *
000200*                      WITH ITS OLD AND NEW DEPOT AND DISTANCE, *
000210*                      AND THE BRAND'S TOTAL AND AVERAGE        *
000220*                      DISTANCE BEFORE AND AFTER;               *
000230*                    - BY CURRENT DEPOT, THE SAME MOVERS;       *
000240*                    - EVERY LOCATION WHOSE NEW DEPOT WOULD BE  *
000250*                      FURTHER AWAY THAN THE MAXIMUM DISTANCE   *
000260*                      ON THE CARDS, BY NEW DEPOT;              *
000270*                    - FOR EACH DEPOT, LOCATIONS, TOTAL AND     *
000280*                      AVERAGE DISTANCE BEFORE AND AFTER;       *
000290*                    - THE SAME TOTALS FOR ALL LOCATIONS.       *
000300*                                                               *
000310*                  "BEFORE" IS THE DEPOT AND DAS-DISTANCE-KM    *
000320*                  ON THE ASSIGNMENT FILE, SO RUN IT AGAINST    *
000330*                  THE GENERATION AMSV176 WROTE FROM TODAY'S    *
000340*                  DEPOT MASTER OR THE MOVERS WILL INCLUDE      *
000350*                  MASTER CHANGES AS WELL AS THE CARDS.         *
000360*                                                               *
000370*   PARAMETER CARDS (DD AMV77PC), ONE PER LINE, TYPE IN COL 1 - *
000380*       C  CLOSE     COL 3-6  DEPOT CODE                        *
000390*       N  NEW       COL 3-6  DEPOT CODE                        *
000400*                    COL 8-17 LATITUDE   (SIGN, 3.6 DIGITS)     *
000410*                    COL 19-28 LONGITUDE (SIGN, 3.6 DIGITS)     *
000420*                    COL 30-59 DEPOT NAME                       *
000430*       M  MAXIMUM   COL 3-8  DISTANCE IN KM (5.1 DIGITS)       *
000440*       E.G.  C D014                                            *
000450*             N X001 -027470000 +153020000 BRISBANE NORTH       *
000460*             M 001500         (150.0 KM)                       *
000470*   THE SIGN IS KEYED AS '+' OR '-' IN FRONT OF THE DIGITS -    *
000480*   SOUTHERN LATITUDES NEGATIVE, AS ON AMSVDEPT.  ANY CARD IN   *
000490*   ERROR STOPS THE SIMULATION WITH RETURN CODE 8 AFTER THE     *
000500*   CARDS ARE LISTED.  ENDS WITH RETURN CODE 4 WHEN ANY         *
000510*   LOCATION WOULD BE BEYOND THE MAXIMUM DISTANCE.              *
000520*                                                               *
000530*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000540*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000550*   DATE-WRITTEN:  10/15/2026                                   *
000560*---------------------------------------------------------------*
000570*   MODIFICATION HISTORY                                        *
000580*---------------------------------------------------------------*
000590*   DATE       INIT  DESCRIPTION                                *
000600*   ---------- ----  ---------------------------------------    *
000610*   10/15/2026 DK    ORIGINAL PROGRAM.  DISTANCE ARITHMETIC     *
000620*                    TAKEN FROM AMSV176.                        *
000630*****************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.     AMSV177.
000660 AUTHOR.         D. KOWALCZYK.
000670 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000680 DATE-WRITTEN.   10/15/2026.
000690 DATE-COMPILED.  10/15/2026.
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. IBM-370.
000730 OBJECT-COMPUTER. IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT AMSV177-PARM ASSIGN TO AMV77PC
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PARM-STATUS.
000790     SELECT DEPOT-MASTER-KEYED ASSIGN TO AMSVDPK
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS DEP-DEPOT-CODE
000830         FILE STATUS IS WS-DEPOT-STATUS.
000840     SELECT LOCATION-COORDINATES ASSIGN TO AMSVLOC
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS LCC-KEY
000880         FILE STATUS IS WS-COORD-STATUS.
000890     SELECT ASSIGNMENT-FILE ASSIGN TO AMV77AS
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-ASSIGN-STATUS.
000920     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
000930     SELECT AMSV177-REPORT ASSIGN TO AMV77RP
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-REPORT-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  AMSV177-PARM
000990     RECORDING MODE IS F.
001000 01  AMSV177-PARM-REC.
001010     05  PRM-CARD-TYPE           PIC X(01).
001020         88  PRM-CLOSE-CARD      VALUE 'C'.
001030         88  PRM-NEW-CARD        VALUE 'N'.
001040         88  PRM-MAXIMUM-CARD    VALUE 'M'.
001050     05  FILLER                  PIC X(01).
001060     05  PRM-DEPOT-CODE          PIC X(04).
001070     05  FILLER                  PIC X(01).
001080     05  PRM-LATITUDE            PIC S9(03)V9(06)
001090                                 SIGN IS LEADING SEPARATE.
001100     05  FILLER                  PIC X(01).
001110     05  PRM-LONGITUDE           PIC S9(03)V9(06)
001120                                 SIGN IS LEADING SEPARATE.
001130     05  FILLER                  PIC X(01).
001140     05  PRM-DEPOT-NAME          PIC X(30).
001150     05  FILLER                  PIC X(21).
001160 01  AMSV177-MAXIMUM-CARD.
001170     05  FILLER                  PIC X(02).
001180     05  PRM-MAXIMUM-KM          PIC 9(05)V9(01).
001190     05  FILLER                  PIC X(72).
001200 FD  DEPOT-MASTER-KEYED
001210     RECORDING MODE IS F.
001220 COPY AMSVDEPT.
001230 FD  LOCATION-COORDINATES
001240     RECORDING MODE IS F.
001250 COPY AMSVLOCC.
001260 FD  ASSIGNMENT-FILE
001270     RECORDING MODE IS F.
001280 COPY AMSVDASN.
001290*****************************************************************
001300*   ONE SORT RECORD PER LOCATION THAT WOULD MOVE (SECTION 1,    *
001310*   GROUPED BY ITS CURRENT DEPOT) AND PER LOCATION THAT WOULD   *
001320*   END UP BEYOND THE MAXIMUM DISTANCE (SECTION 2, GROUPED BY   *
001330*   ITS NEW DEPOT).                                             *
001340*****************************************************************
001350 SD  SORT-WORK-FILE.
001360 01  SORT-SIMULATION-RECORD.
001370     05  SRT-SECTION             PIC X(01).
001380         88  SRT-MOVER           VALUE '1'.
001390         88  SRT-BEYOND          VALUE '2'.
001400     05  SRT-GROUP-DEPOT         PIC X(04).
001410     05  SRT-BRAND               PIC X(03).
001420     05  SRT-LOCATION-NUMBER     PIC 9(04).
001430     05  SRT-OLD-DEPOT           PIC X(04).
001440     05  SRT-OLD-DISTANCE-KM     PIC 9(05)V9(01).
001450     05  SRT-NEW-DEPOT           PIC X(04).
001460     05  SRT-NEW-DISTANCE-KM     PIC 9(05)V9(01).
001470     05  SRT-NOTE                PIC X(30).
001480 FD  AMSV177-REPORT
001490     RECORDING MODE IS F.
001500 01  AMSV177-REPORT-LINE         PIC X(132).
001510 WORKING-STORAGE SECTION.
001520 01  WS-PARM-STATUS              PIC XX.
001530     88  WS-PARM-OK              VALUE '00'.
001540 01  WS-DEPOT-STATUS             PIC XX.
001550     88  WS-DEPOT-OK             VALUE '00'.
001560 01  WS-COORD-STATUS             PIC XX.
001570     88  WS-COORD-OK             VALUE '00'.
001580 01  WS-ASSIGN-STATUS            PIC XX.
001590     88  WS-ASSIGN-OK            VALUE '00'.
001600 01  WS-REPORT-STATUS            PIC XX.
001610     88  WS-REPORT-OK            VALUE '00'.
001620 01  WS-SWITCHES.
001630     05  WS-PARM-EOF-SWITCH      PIC X(01) VALUE 'N'.
001640         88  WS-PARM-EOF         VALUE 'Y'.
001650     05  WS-DEPOT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001660         88  WS-DEPOT-EOF        VALUE 'Y'.
001670     05  WS-ASSIGN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001680         88  WS-ASSIGN-EOF       VALUE 'Y'.
001690     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001700         88  WS-SORT-EOF         VALUE 'Y'.
001710 01  WS-RUN-DATE                 PIC 9(08).
001720 01  WS-MAXIMUM-KM               PIC 9(05)V9(01) VALUE ZERO.
001730 01  WS-CARD-MESSAGE             PIC X(40).
001740 01  WS-PRIOR-BRAND              PIC X(03).
001750 01  WS-PRIOR-DEPOT              PIC X(04).
001760 01  WS-PRIOR-SECTION            PIC X(01).
001770 01  WS-SEARCH-CODE              PIC X(04).
001780 01  WS-NOTE                     PIC X(30).
001790 01  WS-COUNTERS.
001800     05  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
001810     05  WS-CARDS-IN-ERROR       PIC 9(05) COMP VALUE ZERO.
001820     05  WS-DEPOTS-CLOSED        PIC 9(05) COMP VALUE ZERO.
001830     05  WS-DEPOTS-PROPOSED      PIC 9(05) COMP VALUE ZERO.
001840     05  WS-LOCATIONS-COMPARED   PIC 9(07) COMP VALUE ZERO.
001850     05  WS-NO-COORDINATES       PIC 9(07) COMP VALUE ZERO.
001860     05  WS-MOVERS               PIC 9(07) COMP VALUE ZERO.
001870     05  WS-BEYOND-MAXIMUM       PIC 9(07) COMP VALUE ZERO.
001880 01  WS-TOTAL-OLD-KM             PIC 9(09)V9(01) VALUE ZERO.
001890 01  WS-TOTAL-NEW-KM             PIC 9(09)V9(01) VALUE ZERO.
001900*****************************************************************
001910*   BRAND AND DEPOT BREAK ACCUMULATORS.                         *
001920*****************************************************************
001930 01  WS-BRAND-LOCATIONS          PIC 9(07) COMP VALUE ZERO.
001940 01  WS-BRAND-MOVERS             PIC 9(07) COMP VALUE ZERO.
001950 01  WS-BRAND-OLD-KM             PIC 9(09)V9(01) VALUE ZERO.
001960 01  WS-BRAND-NEW-KM             PIC 9(09)V9(01) VALUE ZERO.
001970 01  WS-DEPOT-MOVERS             PIC 9(07) COMP VALUE ZERO.
001980*****************************************************************
001990*   WORK FIELDS FOR ONE TOTAL LINE - SET BY THE CALLER, THEN    *
002000*   7100-FORMAT-TOTALS WORKS OUT THE NET CHANGE AND AVERAGES.   *
002010*****************************************************************
002020 01  WS-LINE-OLD-LOCATIONS       PIC 9(07) COMP.
002030 01  WS-LINE-NEW-LOCATIONS       PIC 9(07) COMP.
002040 01  WS-LINE-OLD-KM              PIC 9(09)V9(01).
002050 01  WS-LINE-NEW-KM              PIC 9(09)V9(01).
002060 01  WS-NET-CHANGE-KM            PIC S9(09)V9(01).
002070 01  WS-AVERAGE-OLD-KM           PIC 9(05)V9(01).
002080 01  WS-AVERAGE-NEW-KM           PIC 9(05)V9(01).
002090 01  WS-LOCATION-CHANGE-KM       PIC S9(05)V9(01).
002100 01  WS-DEPOT-COUNT              PIC 9(03) COMP VALUE ZERO.
002110 01  WS-DEPOT-SUB                PIC 9(03) COMP VALUE ZERO.
002120 01  WS-BEST-SUB                 PIC 9(03) COMP VALUE ZERO.
002130 01  WS-FIND-SUB                 PIC 9(03) COMP VALUE ZERO.
002140 01  WS-OLD-SUB                  PIC 9(03) COMP VALUE ZERO.
002150 01  WS-CANDIDATE-COUNT          PIC 9(03) COMP VALUE ZERO.
002160 01  WS-BEST-DISTANCE            PIC 9(05)V9(01).
002170*****************************************************************
002180*   EVERY DEPOT IN THE SIMULATION.  ACTIVE DEPOTS FROM THE      *
002190*   MASTER ARE LOADED FIRST, AS IN AMSV176; CLOSE CARDS MARK    *
002200*   THEM CLOSED, NEW CARDS ADD PROPOSED DEPOTS, AND A DEPOT     *
002210*   STILL CARRIED ON THE ASSIGNMENT FILE BUT NO LONGER ACTIVE   *
002220*   ON THE MASTER IS ADDED SO ITS "BEFORE" FIGURES ARE KEPT.    *
002230*   ONLY ACTIVE AND PROPOSED DEPOTS COMPETE.                    *
002240*****************************************************************
002250 01  WS-DEPOT-TABLE-AREA.
002260     05  WS-DEPOT-ENTRY OCCURS 1 TO 60 TIMES
002270             DEPENDING ON WS-DEPOT-COUNT.
002280         10  WDT-DEPOT-CODE      PIC X(04).
002290         10  WDT-LATITUDE        PIC S9(03)V9(06).
002300         10  WDT-LONGITUDE       PIC S9(03)V9(06).
002310         10  WDT-SIM-STATUS      PIC X(01).
002320             88  WDT-ACTIVE      VALUE 'A'.
002330             88  WDT-CLOSED      VALUE 'C'.
002340             88  WDT-PROPOSED    VALUE 'P'.
002350             88  WDT-NOT-ON-MASTER VALUE 'X'.
002360             88  WDT-CANDIDATE   VALUE 'A' 'P'.
002370         10  WDT-OLD-LOCATIONS   PIC 9(07) COMP.
002380         10  WDT-NEW-LOCATIONS   PIC 9(07) COMP.
002390         10  WDT-OLD-KM          PIC 9(09)V9(01).
002400         10  WDT-NEW-KM          PIC 9(09)V9(01).
002410*****************************************************************
002420*   DISTANCE WORK FIELDS AND THE FIVE-DEGREE-BAND COSINE        *
002430*   TABLE, AS IN AMSV176.  THE LAST ENTRY COVERS EVERYTHING     *
002440*   FROM 50 DEGREES UP.                                         *
002450*****************************************************************
002460 01  WS-DELTA-LAT-KM             PIC S9(05)V9(02).
002470 01  WS-DELTA-LON-KM             PIC S9(05)V9(02).
002480 01  WS-MID-LATITUDE             PIC S9(03)V9(06).
002490 01  WS-ABS-MID-LATITUDE         PIC 9(03)V9(06).
002500 01  WS-DISTANCE-SQUARED         PIC 9(11)V9(02).
002510 01  WS-DISTANCE-KM              PIC 9(05)V9(01).
002520 01  WS-COS-BAND-NO              PIC 9(02) COMP.
002530 01  WS-COSINE-TABLE-DATA.
002540     05  FILLER              PIC X(06) VALUE '009990'.
002550     05  FILLER              PIC X(06) VALUE '059914'.
002560     05  FILLER              PIC X(06) VALUE '109763'.
002570     05  FILLER              PIC X(06) VALUE '159537'.
002580     05  FILLER              PIC X(06) VALUE '209239'.
002590     05  FILLER              PIC X(06) VALUE '258870'.
002600     05  FILLER              PIC X(06) VALUE '308434'.
002610     05  FILLER              PIC X(06) VALUE '357934'.
002620     05  FILLER              PIC X(06) VALUE '407373'.
002630     05  FILLER              PIC X(06) VALUE '456756'.
002640     05  FILLER              PIC X(06) VALUE '506428'.
002650 01  WS-COSINE-TABLE REDEFINES WS-COSINE-TABLE-DATA.
002660     05  WS-COSINE-ENTRY OCCURS 11 TIMES.
002670         10  CST-BAND-LOW        PIC 9(02).
002680         10  CST-COSINE          PIC V9(04).
002690 01  WS-KM-PER-DEGREE            PIC 9(03)V9(02) VALUE 111.12.
002700 01  WS-REPORT-HEADING-1.
002710     05  FILLER                  PIC X(44)
002720             VALUE 'AMSV177 - DEPOT WHAT-IF SIMULATION FOR RUN '.
002730     05  RH-RUN-DATE             PIC 9999/99/99.
002740     05  FILLER                  PIC X(03) VALUE SPACES.
002750     05  FILLER                  PIC X(28)
002760             VALUE '*** NO FILE IS UPDATED ***'.
002770     05  FILLER                  PIC X(47) VALUE SPACES.
002780 01  WS-SECTION-HEADING.
002790     05  FILLER                  PIC X(03) VALUE SPACES.
002800     05  SH-TITLE                PIC X(60).
002810     05  FILLER                  PIC X(69) VALUE SPACES.
002820 01  WS-CARD-LINE.
002830     05  FILLER                  PIC X(05) VALUE SPACES.
002840     05  CL-CARD-IMAGE           PIC X(80).
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  CL-MESSAGE              PIC X(40).
002870     05  FILLER                  PIC X(05) VALUE SPACES.
002880 01  WS-COLUMN-HEADING.
002890     05  FILLER                  PIC X(03) VALUE SPACES.
002900     05  FILLER                  PIC X(06) VALUE 'BRD'.
002910     05  FILLER                  PIC X(06) VALUE 'LOCN'.
002920     05  FILLER                  PIC X(05) VALUE 'FROM'.
002930     05  FILLER                  PIC X(08) VALUE '      KM'.
002940     05  FILLER                  PIC X(04) VALUE SPACES.
002950     05  FILLER                  PIC X(05) VALUE 'TO'.
002960     05  FILLER                  PIC X(08) VALUE '      KM'.
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  FILLER                  PIC X(09) VALUE '   CHANGE'.
002990     05  FILLER                  PIC X(76) VALUE SPACES.
003000 01  WS-REPORT-DETAIL-LINE.
003010     05  FILLER                  PIC X(03) VALUE SPACES.
003020     05  RD-BRAND                PIC X(03).
003030     05  FILLER                  PIC X(03) VALUE SPACES.
003040     05  RD-LOCATION-NUMBER      PIC 9(04).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  RD-OLD-DEPOT            PIC X(04).
003070     05  FILLER                  PIC X(01) VALUE SPACES.
003080     05  RD-OLD-DISTANCE-KM      PIC ZZ,ZZ9.9.
003090     05  RD-ARROW                PIC X(04).
003100     05  RD-NEW-DEPOT            PIC X(04).
003110     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  RD-NEW-DISTANCE-KM      PIC ZZ,ZZ9.9.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  RD-CHANGE-KM            PIC +++,++9.9.
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  RD-NOTE                 PIC X(30).
003170     05  FILLER                  PIC X(44) VALUE SPACES.
003180 01  WS-GROUP-LINE.
003190     05  FILLER                  PIC X(03) VALUE SPACES.
003200     05  GL-LABEL                PIC X(07).
003210     05  GL-CODE                 PIC X(04).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  GL-TEXT                 PIC X(30).
003240     05  GL-COUNT                PIC ZZZ,ZZ9.
003250     05  FILLER                  PIC X(79) VALUE SPACES.
003260 01  WS-TOTAL-LINE.
003270     05  FILLER                  PIC X(03) VALUE SPACES.
003280     05  TL-LABEL                PIC X(07).
003290     05  TL-CODE                 PIC X(04).
003300     05  TL-STATUS               PIC X(10).
003310     05  FILLER                  PIC X(07) VALUE ' LOCNS '.
003320     05  TL-OLD-LOCATIONS        PIC ZZZ,ZZ9.
003330     05  FILLER                  PIC X(04) VALUE ' -> '.
003340     05  TL-NEW-LOCATIONS        PIC ZZZ,ZZ9.
003350     05  FILLER                  PIC X(05) VALUE '  KM '.
003360     05  TL-OLD-KM               PIC ZZZ,ZZZ,ZZ9.9.
003370     05  FILLER                  PIC X(04) VALUE ' -> '.
003380     05  TL-NEW-KM               PIC ZZZ,ZZZ,ZZ9.9.
003390     05  FILLER                  PIC X(06) VALUE '  NET '.
003400     05  TL-NET-KM               PIC ++++,+++,++9.9.
003410     05  FILLER                  PIC X(06) VALUE '  AVG '.
003420     05  TL-OLD-AVERAGE-KM       PIC ZZ,ZZ9.9.
003430     05  FILLER                  PIC X(04) VALUE ' -> '.
003440     05  TL-NEW-AVERAGE-KM       PIC ZZ,ZZ9.9.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460 01  WS-REPORT-COUNT-LINE.
003470     05  FILLER                  PIC X(03) VALUE SPACES.
003480     05  RC-LABEL                PIC X(24).
003490     05  RC-COUNT                PIC ZZZ,ZZ9.
003500     05  FILLER                  PIC X(98) VALUE SPACES.
003510 PROCEDURE DIVISION.
003520*****************************************************************
003530*    0000-MAINLINE                                              *
003540*****************************************************************
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003570     SORT SORT-WORK-FILE
003580         ON ASCENDING KEY SRT-SECTION
003590                          SRT-GROUP-DEPOT
003600                          SRT-BRAND
003610                          SRT-LOCATION-NUMBER
003620         INPUT PROCEDURE IS 2000-SIMULATE-ASSIGNMENTS THRU
003630                            2000-EXIT
003640         OUTPUT PROCEDURE IS 3000-REPORT-BY-DEPOT THRU
003650                             3000-EXIT.
003660     PERFORM 4000-REPORT-DEPOT-SUMMARY THRU 4000-EXIT.
003670     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003680     STOP RUN.
003690*****************************************************************
003700*    1000-INITIALIZE                                            *
003710*        THE DEPOT TABLE IS LOADED BEFORE THE CARDS ARE READ SO *
003720*        EACH CARD CAN BE CHECKED AGAINST IT.                   *
003730*****************************************************************
003740 1000-INITIALIZE.
003750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003760     OPEN OUTPUT AMSV177-REPORT.
003770     IF NOT WS-REPORT-OK
003780         DISPLAY 'AMSV177 - OPEN FAILED, AMSV177-REPORT '
003790             WS-REPORT-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003840     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-HEADING-1.
003850     PERFORM 1050-LOAD-DEPOT-TABLE THRU 1050-EXIT.
003860     IF WS-DEPOT-COUNT = ZERO
003870         DISPLAY 'AMSV177 - NO ACTIVE DEPOTS ON THE DEPOT '
003880             'MASTER - RUN ABORTED'
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     PERFORM 1100-READ-PARAMETER-CARDS THRU 1100-EXIT.
003930     OPEN INPUT LOCATION-COORDINATES.
003940     IF NOT WS-COORD-OK
003950         DISPLAY 'AMSV177 - OPEN FAILED, LOCATION-COORDINATES '
003960             WS-COORD-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     OPEN INPUT ASSIGNMENT-FILE.
004010     IF NOT WS-ASSIGN-OK
004020         DISPLAY 'AMSV177 - OPEN FAILED, ASSIGNMENT-FILE '
004030             WS-ASSIGN-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     PERFORM 1200-READ-ASSIGNMENT THRU 1200-EXIT.
004080 1000-EXIT.
004090     EXIT.
004100*****************************************************************
004110*    1050-LOAD-DEPOT-TABLE                                      *
004120*        ONLY ACTIVE DEPOTS WITH NUMERIC COORDINATES COMPETE,   *
004130*        THE SAME RULE AS AMSV176.                              *
004140*****************************************************************
004150 1050-LOAD-DEPOT-TABLE.
004160     OPEN INPUT DEPOT-MASTER-KEYED.
004170     IF NOT WS-DEPOT-OK
004180         DISPLAY 'AMSV177 - OPEN FAILED, DEPOT-MASTER-KEYED '
004190             WS-DEPOT-STATUS
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     PERFORM 1060-READ-ONE-DEPOT THRU 1060-EXIT
004240         UNTIL WS-DEPOT-EOF.
004250     CLOSE DEPOT-MASTER-KEYED.
004260 1050-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    1060-READ-ONE-DEPOT                                        *
004300*****************************************************************
004310 1060-READ-ONE-DEPOT.
004320     READ DEPOT-MASTER-KEYED NEXT RECORD
004330         AT END
004340             SET WS-DEPOT-EOF TO TRUE
004350             GO TO 1060-EXIT
004360     END-READ.
004370     IF NOT DEP-IS-ACTIVE
004380         GO TO 1060-EXIT
004390     END-IF.
004400     IF DEP-LATITUDE NOT NUMERIC
004410        OR DEP-LONGITUDE NOT NUMERIC
004420         DISPLAY 'AMSV177 - DEPOT ' DEP-DEPOT-CODE
004430             ' HAS UNUSABLE COORDINATES - SKIPPED'
004440         GO TO 1060-EXIT
004450     END-IF.
004460     MOVE DEP-DEPOT-CODE TO WS-SEARCH-CODE.
004470     PERFORM 1700-ADD-DEPOT-ENTRY THRU 1700-EXIT.
004480     MOVE DEP-LATITUDE TO WDT-LATITUDE (WS-DEPOT-COUNT).
004490     MOVE DEP-LONGITUDE TO WDT-LONGITUDE (WS-DEPOT-COUNT).
004500     SET WDT-ACTIVE (WS-DEPOT-COUNT) TO TRUE.
004510 1060-EXIT.
004520     EXIT.
004530*****************************************************************
004540*    1100-READ-PARAMETER-CARDS                                  *
004550*        EVERY CARD IS LISTED WITH WHAT WAS MADE OF IT BEFORE   *
004560*        THE RUN DECIDES WHETHER TO GO ON, SO ONE PASS SHOWS    *
004570*        PLANNING EVERY MISTAKE ON THE DECK.                    *
004580*****************************************************************
004590 1100-READ-PARAMETER-CARDS.
004600     OPEN INPUT AMSV177-PARM.
004610     IF NOT WS-PARM-OK
004620         DISPLAY 'AMSV177 - OPEN FAILED, AMSV177-PARM '
004630             WS-PARM-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     MOVE SPACES TO WS-SECTION-HEADING.
004680     MOVE 'PARAMETER CARDS' TO SH-TITLE.
004690     WRITE AMSV177-REPORT-LINE FROM WS-SECTION-HEADING.
004700     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
004710     IF WS-PARM-EOF
004720         DISPLAY 'AMSV177 - PARAMETER CARD IS MISSING'
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     PERFORM 1120-EDIT-ONE-CARD THRU 1120-EXIT
004770         UNTIL WS-PARM-EOF.
004780     CLOSE AMSV177-PARM.
004790     MOVE ZERO TO WS-CANDIDATE-COUNT.
004800     PERFORM 1190-COUNT-ONE-CANDIDATE THRU 1190-EXIT
004810         VARYING WS-DEPOT-SUB FROM 1 BY 1
004820         UNTIL WS-DEPOT-SUB > WS-DEPOT-COUNT.
004830     IF WS-CARDS-IN-ERROR = ZERO
004840        AND WS-CANDIDATE-COUNT = ZERO
004850         ADD 1 TO WS-CARDS-IN-ERROR
004860         MOVE SPACES TO WS-CARD-LINE
004870         MOVE 'EVERY DEPOT WOULD BE CLOSED' TO CL-MESSAGE
004880         WRITE AMSV177-REPORT-LINE FROM WS-CARD-LINE
004890     END-IF.
004900     IF WS-CARDS-IN-ERROR > ZERO
004910         MOVE SPACES TO WS-SECTION-HEADING
004920         MOVE 'PARAMETER CARDS IN ERROR - SIMULATION NOT RUN'
004930             TO SH-TITLE
004940         WRITE AMSV177-REPORT-LINE FROM WS-SECTION-HEADING
004950         CLOSE AMSV177-REPORT
004960         DISPLAY 'AMSV177 - CARDS IN ERROR       : '
004970             WS-CARDS-IN-ERROR
004980         MOVE 8 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010 1100-EXIT.
005020     EXIT.
005030*****************************************************************
005040*    1110-READ-ONE-CARD                                         *
005050*****************************************************************
005060 1110-READ-ONE-CARD.
005070     READ AMSV177-PARM
005080         AT END
005090             SET WS-PARM-EOF TO TRUE
005100             GO TO 1110-EXIT
005110     END-READ.
005120     ADD 1 TO WS-CARDS-READ.
005130 1110-EXIT.
005140     EXIT.
005150*****************************************************************
005160*    1120-EDIT-ONE-CARD                                         *
005170*****************************************************************
005180 1120-EDIT-ONE-CARD.
005190     MOVE SPACES TO WS-CARD-MESSAGE.
005200     IF PRM-CLOSE-CARD
005210         PERFORM 1130-EDIT-CLOSE-CARD THRU 1130-EXIT
005220     ELSE
005230         IF PRM-NEW-CARD
005240             PERFORM 1140-EDIT-NEW-CARD THRU 1140-EXIT
005250         ELSE
005260             IF PRM-MAXIMUM-CARD
005270                 PERFORM 1150-EDIT-MAXIMUM-CARD THRU 1150-EXIT
005280             ELSE
005290                 MOVE '*** UNKNOWN CARD TYPE' TO WS-CARD-MESSAGE
005300                 ADD 1 TO WS-CARDS-IN-ERROR
005310             END-IF
005320         END-IF
005330     END-IF.
005340     MOVE SPACES TO WS-CARD-LINE.
005350     MOVE AMSV177-PARM-REC TO CL-CARD-IMAGE.
005360     MOVE WS-CARD-MESSAGE TO CL-MESSAGE.
005370     WRITE AMSV177-REPORT-LINE FROM WS-CARD-LINE.
005380     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
005390 1120-EXIT.
005400     EXIT.
005410*****************************************************************
005420*    1130-EDIT-CLOSE-CARD                                       *
005430*****************************************************************
005440 1130-EDIT-CLOSE-CARD.
005450     MOVE PRM-DEPOT-CODE TO WS-SEARCH-CODE.
005460     PERFORM 1600-FIND-DEPOT-ENTRY THRU 1600-EXIT.
005470     IF WS-FIND-SUB = ZERO
005480         MOVE '*** NOT AN ACTIVE DEPOT ON THE MASTER'
005490             TO WS-CARD-MESSAGE
005500         ADD 1 TO WS-CARDS-IN-ERROR
005510         GO TO 1130-EXIT
005520     END-IF.
005530     IF NOT WDT-ACTIVE (WS-FIND-SUB)
005540         MOVE '*** DEPOT ALREADY ON AN EARLIER CARD'
005550             TO WS-CARD-MESSAGE
005560         ADD 1 TO WS-CARDS-IN-ERROR
005570         GO TO 1130-EXIT
005580     END-IF.
005590     SET WDT-CLOSED (WS-FIND-SUB) TO TRUE.
005600     ADD 1 TO WS-DEPOTS-CLOSED.
005610     MOVE 'DEPOT TREATED AS CLOSED' TO WS-CARD-MESSAGE.
005620 1130-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    1140-EDIT-NEW-CARD                                         *
005660*        COORDINATE RANGES AS IN THE DEPOT MAINTENANCE RUN      *
005670*        AMSV136.                                               *
005680*****************************************************************
005690 1140-EDIT-NEW-CARD.
005700     IF PRM-DEPOT-CODE = SPACES
005710         MOVE '*** DEPOT CODE IS BLANK' TO WS-CARD-MESSAGE
005720         ADD 1 TO WS-CARDS-IN-ERROR
005730         GO TO 1140-EXIT
005740     END-IF.
005750     IF PRM-LATITUDE NOT NUMERIC
005760        OR PRM-LONGITUDE NOT NUMERIC
005770         MOVE '*** LATITUDE/LONGITUDE NOT NUMERIC'
005780             TO WS-CARD-MESSAGE
005790         ADD 1 TO WS-CARDS-IN-ERROR
005800         GO TO 1140-EXIT
005810     END-IF.
005820     IF PRM-LATITUDE > +90 OR PRM-LATITUDE < -90
005830        OR PRM-LONGITUDE > +180 OR PRM-LONGITUDE < -180
005840         MOVE '*** LATITUDE/LONGITUDE OUT OF RANGE'
005850             TO WS-CARD-MESSAGE
005860         ADD 1 TO WS-CARDS-IN-ERROR
005870         GO TO 1140-EXIT
005880     END-IF.
005890     MOVE PRM-DEPOT-CODE TO WS-SEARCH-CODE.
005900     PERFORM 1600-FIND-DEPOT-ENTRY THRU 1600-EXIT.
005910     IF WS-FIND-SUB NOT = ZERO
005920         MOVE '*** DEPOT CODE ALREADY IN USE'
005930             TO WS-CARD-MESSAGE
005940         ADD 1 TO WS-CARDS-IN-ERROR
005950         GO TO 1140-EXIT
005960     END-IF.
005970     PERFORM 1700-ADD-DEPOT-ENTRY THRU 1700-EXIT.
005980     MOVE PRM-LATITUDE TO WDT-LATITUDE (WS-DEPOT-COUNT).
005990     MOVE PRM-LONGITUDE TO WDT-LONGITUDE (WS-DEPOT-COUNT).
006000     SET WDT-PROPOSED (WS-DEPOT-COUNT) TO TRUE.
006010     ADD 1 TO WS-DEPOTS-PROPOSED.
006020     MOVE 'PROPOSED DEPOT ADDED' TO WS-CARD-MESSAGE.
006030 1140-EXIT.
006040     EXIT.
006050*****************************************************************
006060*    1150-EDIT-MAXIMUM-CARD                                     *
006070*        THE LAST MAXIMUM CARD ON THE DECK IS THE ONE USED.     *
006080*****************************************************************
006090 1150-EDIT-MAXIMUM-CARD.
006100     IF PRM-MAXIMUM-KM NOT NUMERIC
006110        OR PRM-MAXIMUM-KM = ZERO
006120         MOVE '*** MAXIMUM DISTANCE NOT NUMERIC OR ZERO'
006130             TO WS-CARD-MESSAGE
006140         ADD 1 TO WS-CARDS-IN-ERROR
006150         GO TO 1150-EXIT
006160     END-IF.
006170     MOVE PRM-MAXIMUM-KM TO WS-MAXIMUM-KM.
006180     MOVE 'MAXIMUM DISTANCE SET' TO WS-CARD-MESSAGE.
006190 1150-EXIT.
006200     EXIT.
006210*****************************************************************
006220*    1190-COUNT-ONE-CANDIDATE                                   *
006230*****************************************************************
006240 1190-COUNT-ONE-CANDIDATE.
006250     IF WDT-CANDIDATE (WS-DEPOT-SUB)
006260         ADD 1 TO WS-CANDIDATE-COUNT
006270     END-IF.
006280 1190-EXIT.
006290     EXIT.
006300*****************************************************************
006310*    1200-READ-ASSIGNMENT                                       *
006320*****************************************************************
006330 1200-READ-ASSIGNMENT.
006340     READ ASSIGNMENT-FILE
006350         AT END
006360             SET WS-ASSIGN-EOF TO TRUE
006370     END-READ.
006380 1200-EXIT.
006390     EXIT.
006400*****************************************************************
006410*    1600-FIND-DEPOT-ENTRY                                      *
006420*        WS-FIND-SUB COMES BACK ZERO WHEN WS-SEARCH-CODE IS NOT *
006430*        IN THE TABLE.                                          *
006440*****************************************************************
006450 1600-FIND-DEPOT-ENTRY.
006460     MOVE ZERO TO WS-FIND-SUB.
006470     PERFORM 1610-TEST-ONE-ENTRY THRU 1610-EXIT
006480         VARYING WS-DEPOT-SUB FROM 1 BY 1
006490         UNTIL WS-DEPOT-SUB > WS-DEPOT-COUNT
006500            OR WS-FIND-SUB NOT = ZERO.
006510 1600-EXIT.
006520     EXIT.
006530*****************************************************************
006540*    1610-TEST-ONE-ENTRY                                        *
006550*****************************************************************
006560 1610-TEST-ONE-ENTRY.
006570     IF WDT-DEPOT-CODE (WS-DEPOT-SUB) = WS-SEARCH-CODE
006580         MOVE WS-DEPOT-SUB TO WS-FIND-SUB
006590     END-IF.
006600 1610-EXIT.
006610     EXIT.
006620*****************************************************************
006630*    1700-ADD-DEPOT-ENTRY                                       *
006640*        ADDS WS-SEARCH-CODE AS A NEW LAST ENTRY WITH ITS       *
006650*        ACCUMULATORS CLEARED.  THE CALLER SETS THE STATUS AND  *
006660*        COORDINATES.                                           *
006670*****************************************************************
006680 1700-ADD-DEPOT-ENTRY.
006690     IF WS-DEPOT-COUNT NOT LESS THAN 60
006700         DISPLAY 'AMSV177 - DEPOTS EXCEED 60-ENTRY '
006710             'TABLE LIMIT - RUN ABORTED'
006720         MOVE 16 TO RETURN-CODE
006730         STOP RUN
006740     END-IF.
006750     ADD 1 TO WS-DEPOT-COUNT.
006760     MOVE WS-SEARCH-CODE TO WDT-DEPOT-CODE (WS-DEPOT-COUNT).
006770     MOVE ZERO TO WDT-LATITUDE (WS-DEPOT-COUNT)
006780                  WDT-LONGITUDE (WS-DEPOT-COUNT)
006790                  WDT-OLD-LOCATIONS (WS-DEPOT-COUNT)
006800                  WDT-NEW-LOCATIONS (WS-DEPOT-COUNT)
006810                  WDT-OLD-KM (WS-DEPOT-COUNT)
006820                  WDT-NEW-KM (WS-DEPOT-COUNT).
006830     SET WDT-NOT-ON-MASTER (WS-DEPOT-COUNT) TO TRUE.
006840 1700-EXIT.
006850     EXIT.
006860*****************************************************************
006870*    2000-SIMULATE-ASSIGNMENTS                                  *
006880*        SORT INPUT PROCEDURE.  THE ASSIGNMENT FILE IS IN       *
006890*        BRAND/LOCATION-NUMBER ORDER, SO THE BY-BRAND SECTION   *
006900*        IS PRINTED AS THE FILE IS READ; MOVERS AND LOCATIONS   *
006910*        BEYOND THE MAXIMUM ARE RELEASED FOR THE BY-DEPOT       *
006920*        SECTIONS.                                              *
006930*****************************************************************
006940 2000-SIMULATE-ASSIGNMENTS.
006950     MOVE SPACES TO WS-SECTION-HEADING.
006960     MOVE 'LOCATIONS THAT WOULD MOVE - BY BRAND' TO SH-TITLE.
006970     WRITE AMSV177-REPORT-LINE FROM WS-SECTION-HEADING.
006980     WRITE AMSV177-REPORT-LINE FROM WS-COLUMN-HEADING.
006990     MOVE LOW-VALUES TO WS-PRIOR-BRAND.
007000     PERFORM 2050-SIMULATE-ONE-LOCATION THRU 2050-EXIT
007010         UNTIL WS-ASSIGN-EOF.
007020     IF WS-PRIOR-BRAND NOT = LOW-VALUES
007030         PERFORM 2600-BRAND-BREAK THRU 2600-EXIT
007040     END-IF.
007050 2000-EXIT.
007060     EXIT.
007070*****************************************************************
007080*    2050-SIMULATE-ONE-LOCATION                                 *
007090*****************************************************************
007100 2050-SIMULATE-ONE-LOCATION.
007110     IF DAS-BRAND NOT = WS-PRIOR-BRAND
007120         IF WS-PRIOR-BRAND NOT = LOW-VALUES
007130             PERFORM 2600-BRAND-BREAK THRU 2600-EXIT
007140         END-IF
007150         MOVE DAS-BRAND TO WS-PRIOR-BRAND
007160     END-IF.
007170     MOVE DAS-KEY TO LCC-KEY.
007180     READ LOCATION-COORDINATES
007190         INVALID KEY
007200             PERFORM 2800-REPORT-NO-COORDINATES THRU 2800-EXIT
007210             GO TO 2050-NEXT
007220     END-READ.
007230     PERFORM 2100-FIND-NEAREST-DEPOT THRU 2100-EXIT.
007240     PERFORM 2300-ACCUMULATE THRU 2300-EXIT.
007250     IF WDT-DEPOT-CODE (WS-BEST-SUB) NOT = DAS-DEPOT-CODE
007260         PERFORM 2500-REPORT-MOVER THRU 2500-EXIT
007270     END-IF.
007280     IF WS-MAXIMUM-KM > ZERO
007290        AND WS-BEST-DISTANCE > WS-MAXIMUM-KM
007300         PERFORM 2550-RELEASE-BEYOND-MAXIMUM THRU 2550-EXIT
007310     END-IF.
007320 2050-NEXT.
007330     PERFORM 1200-READ-ASSIGNMENT THRU 1200-EXIT.
007340 2050-EXIT.
007350     EXIT.
007360*****************************************************************
007370*    2100-FIND-NEAREST-DEPOT                                    *
007380*****************************************************************
007390 2100-FIND-NEAREST-DEPOT.
007400     MOVE ZERO TO WS-DEPOT-SUB.
007410     MOVE ZERO TO WS-BEST-SUB.
007420     MOVE 99999.9 TO WS-BEST-DISTANCE.
007430     PERFORM 2150-TRY-ONE-DEPOT THRU 2150-EXIT
007440         UNTIL WS-DEPOT-SUB NOT LESS THAN WS-DEPOT-COUNT.
007450 2100-EXIT.
007460     EXIT.
007470*****************************************************************
007480*    2150-TRY-ONE-DEPOT                                         *
007490*        CLOSED DEPOTS, AND DEPOTS ONLY ON THE TABLE FOR THEIR  *
007500*        "BEFORE" FIGURES, DO NOT COMPETE.                      *
007510*****************************************************************
007520 2150-TRY-ONE-DEPOT.
007530     ADD 1 TO WS-DEPOT-SUB.
007540     IF NOT WDT-CANDIDATE (WS-DEPOT-SUB)
007550         GO TO 2150-EXIT
007560     END-IF.
007570     PERFORM 2400-COMPUTE-DISTANCE THRU 2400-EXIT.
007580     IF WS-DISTANCE-KM < WS-BEST-DISTANCE
007590         MOVE WS-DISTANCE-KM TO WS-BEST-DISTANCE
007600         MOVE WS-DEPOT-SUB TO WS-BEST-SUB
007610     END-IF.
007620 2150-EXIT.
007630     EXIT.
007640*****************************************************************
007650*    2300-ACCUMULATE                                            *
007660*        "BEFORE" GOES TO THE DEPOT ON THE ASSIGNMENT FILE -    *
007670*        ADDED TO THE TABLE IF IT IS NO LONGER ACTIVE ON THE    *
007680*        MASTER - AND "AFTER" TO THE SIMULATED NEAREST DEPOT.   *
007690*****************************************************************
007700 2300-ACCUMULATE.
007710     ADD 1 TO WS-LOCATIONS-COMPARED
007720              WS-BRAND-LOCATIONS.
007730     ADD DAS-DISTANCE-KM TO WS-TOTAL-OLD-KM
007740                            WS-BRAND-OLD-KM.
007750     ADD WS-BEST-DISTANCE TO WS-TOTAL-NEW-KM
007760                             WS-BRAND-NEW-KM.
007770     MOVE DAS-DEPOT-CODE TO WS-SEARCH-CODE.
007780     PERFORM 1600-FIND-DEPOT-ENTRY THRU 1600-EXIT.
007790     IF WS-FIND-SUB = ZERO
007800         PERFORM 1700-ADD-DEPOT-ENTRY THRU 1700-EXIT
007810         MOVE WS-DEPOT-COUNT TO WS-FIND-SUB
007820     END-IF.
007830     MOVE WS-FIND-SUB TO WS-OLD-SUB.
007840     ADD 1 TO WDT-OLD-LOCATIONS (WS-OLD-SUB).
007850     ADD DAS-DISTANCE-KM TO WDT-OLD-KM (WS-OLD-SUB).
007860     ADD 1 TO WDT-NEW-LOCATIONS (WS-BEST-SUB).
007870     ADD WS-BEST-DISTANCE TO WDT-NEW-KM (WS-BEST-SUB).
007880 2300-EXIT.
007890     EXIT.
007900*****************************************************************
007910*    2400-COMPUTE-DISTANCE                                      *
007920*        EQUIRECTANGULAR APPROXIMATION BETWEEN THE LOCATION      *
007930*        (LCC-LATITUDE/LONGITUDE) AND THE DEPOT AT               *
007940*        WS-DEPOT-SUB - THE SAME ARITHMETIC AS AMSV176.          *
007950*****************************************************************
007960 2400-COMPUTE-DISTANCE.
007970     COMPUTE WS-DELTA-LAT-KM ROUNDED =
007980         (LCC-LATITUDE - WDT-LATITUDE (WS-DEPOT-SUB))
007990         * WS-KM-PER-DEGREE.
008000     COMPUTE WS-MID-LATITUDE ROUNDED =
008010         (LCC-LATITUDE + WDT-LATITUDE (WS-DEPOT-SUB)) / 2.
008020     IF WS-MID-LATITUDE < ZERO
008030         COMPUTE WS-ABS-MID-LATITUDE = ZERO - WS-MID-LATITUDE
008040     ELSE
008050         MOVE WS-MID-LATITUDE TO WS-ABS-MID-LATITUDE
008060     END-IF.
008070     COMPUTE WS-COS-BAND-NO = (WS-ABS-MID-LATITUDE / 5) + 1.
008080     IF WS-COS-BAND-NO > 11
008090         MOVE 11 TO WS-COS-BAND-NO
008100     END-IF.
008110     COMPUTE WS-DELTA-LON-KM ROUNDED =
008120         (LCC-LONGITUDE - WDT-LONGITUDE (WS-DEPOT-SUB))
008130         * WS-KM-PER-DEGREE * CST-COSINE (WS-COS-BAND-NO).
008140     COMPUTE WS-DISTANCE-SQUARED ROUNDED =
008150         (WS-DELTA-LAT-KM * WS-DELTA-LAT-KM)
008160         + (WS-DELTA-LON-KM * WS-DELTA-LON-KM).
008170     COMPUTE WS-DISTANCE-KM ROUNDED =
008180         WS-DISTANCE-SQUARED ** 0.5.
008190 2400-EXIT.
008200     EXIT.
008210*****************************************************************
008220*    2500-REPORT-MOVER                                          *
008230*        PRINTS THE MOVER IN THE BY-BRAND SECTION AND RELEASES  *
008240*        IT FOR THE BY-DEPOT SECTION.                           *
008250*****************************************************************
008260 2500-REPORT-MOVER.
008270     ADD 1 TO WS-MOVERS
008280              WS-BRAND-MOVERS.
008290     PERFORM 2700-SET-NOTE THRU 2700-EXIT.
008300     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
008310     MOVE DAS-BRAND TO RD-BRAND.
008320     MOVE DAS-LOCATION-NUMBER TO RD-LOCATION-NUMBER.
008330     MOVE DAS-DEPOT-CODE TO RD-OLD-DEPOT.
008340     MOVE DAS-DISTANCE-KM TO RD-OLD-DISTANCE-KM.
008350     MOVE ' -> ' TO RD-ARROW.
008360     MOVE WDT-DEPOT-CODE (WS-BEST-SUB) TO RD-NEW-DEPOT.
008370     MOVE WS-BEST-DISTANCE TO RD-NEW-DISTANCE-KM.
008380     COMPUTE WS-LOCATION-CHANGE-KM =
008390         WS-BEST-DISTANCE - DAS-DISTANCE-KM.
008400     MOVE WS-LOCATION-CHANGE-KM TO RD-CHANGE-KM.
008410     MOVE WS-NOTE TO RD-NOTE.
008420     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
008430     MOVE SPACES TO SORT-SIMULATION-RECORD.
008440     SET SRT-MOVER TO TRUE.
008450     MOVE DAS-DEPOT-CODE TO SRT-GROUP-DEPOT.
008460     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
008470 2500-EXIT.
008480     EXIT.
008490*****************************************************************
008500*    2550-RELEASE-BEYOND-MAXIMUM                                *
008510*****************************************************************
008520 2550-RELEASE-BEYOND-MAXIMUM.
008530     ADD 1 TO WS-BEYOND-MAXIMUM.
008540     PERFORM 2700-SET-NOTE THRU 2700-EXIT.
008550     MOVE SPACES TO SORT-SIMULATION-RECORD.
008560     SET SRT-BEYOND TO TRUE.
008570     MOVE WDT-DEPOT-CODE (WS-BEST-SUB) TO SRT-GROUP-DEPOT.
008580     PERFORM 2900-RELEASE-ONE THRU 2900-EXIT.
008590 2550-EXIT.
008600     EXIT.
008610*****************************************************************
008620*    2600-BRAND-BREAK                                           *
008630*        TOTALS FOR EVERY LOCATION OF THE BRAND COMPARED, NOT   *
008640*        ONLY THE MOVERS, SO THE AVERAGES ARE THE BRAND'S.      *
008650*****************************************************************
008660 2600-BRAND-BREAK.
008670     MOVE 'BRAND  ' TO TL-LABEL.
008680     MOVE WS-PRIOR-BRAND TO TL-CODE.
008690     MOVE SPACES TO TL-STATUS.
008700     MOVE WS-BRAND-LOCATIONS TO WS-LINE-OLD-LOCATIONS
008710                                WS-LINE-NEW-LOCATIONS.
008720     MOVE WS-BRAND-OLD-KM TO WS-LINE-OLD-KM.
008730     MOVE WS-BRAND-NEW-KM TO WS-LINE-NEW-KM.
008740     PERFORM 7100-FORMAT-TOTALS THRU 7100-EXIT.
008750     WRITE AMSV177-REPORT-LINE FROM WS-TOTAL-LINE.
008760     MOVE SPACES TO WS-GROUP-LINE.
008770     MOVE 'MOVERS FOR THE BRAND' TO GL-TEXT.
008780     MOVE WS-BRAND-MOVERS TO GL-COUNT.
008790     WRITE AMSV177-REPORT-LINE FROM WS-GROUP-LINE.
008800     MOVE ZERO TO WS-BRAND-LOCATIONS
008810                  WS-BRAND-MOVERS
008820                  WS-BRAND-OLD-KM
008830                  WS-BRAND-NEW-KM.
008840 2600-EXIT.
008850     EXIT.
008860*****************************************************************
008870*    2700-SET-NOTE                                              *
008880*        WHY THE LOCATION MOVES, OR WHERE IT GOES.              *
008890*****************************************************************
008900 2700-SET-NOTE.
008910     MOVE SPACES TO WS-NOTE.
008920     IF WDT-CLOSED (WS-OLD-SUB)
008930         MOVE 'CURRENT DEPOT CLOSED' TO WS-NOTE
008940     ELSE
008950         IF WDT-NOT-ON-MASTER (WS-OLD-SUB)
008960             MOVE 'CURRENT DEPOT NOT ACTIVE' TO WS-NOTE
008970         END-IF
008980     END-IF.
008990     IF WS-NOTE = SPACES
009000        AND WDT-PROPOSED (WS-BEST-SUB)
009010         MOVE 'NEARER TO PROPOSED DEPOT' TO WS-NOTE
009020     END-IF.
009030 2700-EXIT.
009040     EXIT.
009050*****************************************************************
009060*    2800-REPORT-NO-COORDINATES                                 *
009070*        A LOCATION ON THE ASSIGNMENT FILE WHOSE COORDINATES    *
009080*        HAVE SINCE GONE CANNOT BE COMPARED.                    *
009090*****************************************************************
009100 2800-REPORT-NO-COORDINATES.
009110     ADD 1 TO WS-NO-COORDINATES.
009120     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
009130     MOVE DAS-BRAND TO RD-BRAND.
009140     MOVE DAS-LOCATION-NUMBER TO RD-LOCATION-NUMBER.
009150     MOVE DAS-DEPOT-CODE TO RD-OLD-DEPOT.
009160     MOVE DAS-DISTANCE-KM TO RD-OLD-DISTANCE-KM.
009170     MOVE 'NO COORDINATES - NOT COMPARED' TO RD-NOTE.
009180     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
009190 2800-EXIT.
009200     EXIT.
009210*****************************************************************
009220*    2900-RELEASE-ONE                                           *
009230*        THE CALLER HAS SET THE SECTION AND GROUP DEPOT.        *
009240*****************************************************************
009250 2900-RELEASE-ONE.
009260     MOVE DAS-BRAND TO SRT-BRAND.
009270     MOVE DAS-LOCATION-NUMBER TO SRT-LOCATION-NUMBER.
009280     MOVE DAS-DEPOT-CODE TO SRT-OLD-DEPOT.
009290     MOVE DAS-DISTANCE-KM TO SRT-OLD-DISTANCE-KM.
009300     MOVE WDT-DEPOT-CODE (WS-BEST-SUB) TO SRT-NEW-DEPOT.
009310     MOVE WS-BEST-DISTANCE TO SRT-NEW-DISTANCE-KM.
009320     MOVE WS-NOTE TO SRT-NOTE.
009330     RELEASE SORT-SIMULATION-RECORD.
009340 2900-EXIT.
009350     EXIT.
009360*****************************************************************
009370*    3000-REPORT-BY-DEPOT                                       *
009380*        SORT OUTPUT PROCEDURE.  SECTION 1 (MOVERS, BY CURRENT  *
009390*        DEPOT) COMES BACK FIRST, THEN SECTION 2 (BEYOND THE    *
009400*        MAXIMUM, BY NEW DEPOT).                                *
009410*****************************************************************
009420 3000-REPORT-BY-DEPOT.
009430     MOVE SPACES TO WS-SECTION-HEADING.
009440     MOVE 'LOCATIONS THAT WOULD MOVE - BY CURRENT DEPOT'
009450         TO SH-TITLE.
009460     WRITE AMSV177-REPORT-LINE FROM WS-SECTION-HEADING.
009470     WRITE AMSV177-REPORT-LINE FROM WS-COLUMN-HEADING.
009480     MOVE '1' TO WS-PRIOR-SECTION.
009490     MOVE LOW-VALUES TO WS-PRIOR-DEPOT.
009500     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
009510     IF WS-SORT-EOF OR SRT-BEYOND
009520         MOVE SPACES TO WS-GROUP-LINE
009530         MOVE 'NO LOCATION WOULD MOVE' TO GL-TEXT
009540         WRITE AMSV177-REPORT-LINE FROM WS-GROUP-LINE
009550     END-IF.
009560     PERFORM 3200-PRINT-ONE-SORTED THRU 3200-EXIT
009570         UNTIL WS-SORT-EOF.
009580     IF WS-PRIOR-SECTION = '1'
009590         IF WS-PRIOR-DEPOT NOT = LOW-VALUES
009600             PERFORM 3300-DEPOT-BREAK THRU 3300-EXIT
009610         END-IF
009620         PERFORM 3400-START-BEYOND-SECTION THRU 3400-EXIT
009630         MOVE SPACES TO WS-GROUP-LINE
009640         IF WS-MAXIMUM-KM = ZERO
009650             MOVE 'NO MAXIMUM DISTANCE ON THE CARDS'
009660                 TO GL-TEXT
009670         ELSE
009680             MOVE 'NO LOCATION BEYOND THE MAXIMUM' TO GL-TEXT
009690         END-IF
009700         WRITE AMSV177-REPORT-LINE FROM WS-GROUP-LINE
009710     END-IF.
009720 3000-EXIT.
009730     EXIT.
009740*****************************************************************
009750*    3100-RETURN-SORTED-RECORD                                  *
009760*****************************************************************
009770 3100-RETURN-SORTED-RECORD.
009780     RETURN SORT-WORK-FILE
009790         AT END
009800             SET WS-SORT-EOF TO TRUE
009810     END-RETURN.
009820 3100-EXIT.
009830     EXIT.
009840*****************************************************************
009850*    3200-PRINT-ONE-SORTED                                      *
009860*****************************************************************
009870 3200-PRINT-ONE-SORTED.
009880     IF SRT-SECTION NOT = WS-PRIOR-SECTION
009890         IF WS-PRIOR-DEPOT NOT = LOW-VALUES
009900             PERFORM 3300-DEPOT-BREAK THRU 3300-EXIT
009910         END-IF
009920         PERFORM 3400-START-BEYOND-SECTION THRU 3400-EXIT
009930         MOVE SRT-SECTION TO WS-PRIOR-SECTION
009940         MOVE LOW-VALUES TO WS-PRIOR-DEPOT
009950     END-IF.
009960     IF SRT-GROUP-DEPOT NOT = WS-PRIOR-DEPOT
009970         IF WS-PRIOR-DEPOT NOT = LOW-VALUES
009980            AND SRT-MOVER
009990             PERFORM 3300-DEPOT-BREAK THRU 3300-EXIT
010000         END-IF
010010         MOVE SRT-GROUP-DEPOT TO WS-PRIOR-DEPOT
010020         MOVE SPACES TO WS-GROUP-LINE
010030         MOVE 'DEPOT: ' TO GL-LABEL
010040         MOVE SRT-GROUP-DEPOT TO GL-CODE
010050         WRITE AMSV177-REPORT-LINE FROM WS-GROUP-LINE
010060     END-IF.
010070     IF SRT-MOVER
010080         ADD 1 TO WS-DEPOT-MOVERS
010090     END-IF.
010100     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
010110     MOVE SRT-BRAND TO RD-BRAND.
010120     MOVE SRT-LOCATION-NUMBER TO RD-LOCATION-NUMBER.
010130     MOVE SRT-OLD-DEPOT TO RD-OLD-DEPOT.
010140     MOVE SRT-OLD-DISTANCE-KM TO RD-OLD-DISTANCE-KM.
010150     MOVE ' -> ' TO RD-ARROW.
010160     MOVE SRT-NEW-DEPOT TO RD-NEW-DEPOT.
010170     MOVE SRT-NEW-DISTANCE-KM TO RD-NEW-DISTANCE-KM.
010180     COMPUTE WS-LOCATION-CHANGE-KM =
010190         SRT-NEW-DISTANCE-KM - SRT-OLD-DISTANCE-KM.
010200     MOVE WS-LOCATION-CHANGE-KM TO RD-CHANGE-KM.
010210     MOVE SRT-NOTE TO RD-NOTE.
010220     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
010230     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT.
010240 3200-EXIT.
010250     EXIT.
010260*****************************************************************
010270*    3300-DEPOT-BREAK                                           *
010280*        THE DEPOT'S FULL BEFORE AND AFTER FIGURES ARE IN THE   *
010290*        DEPOT SUMMARY; THE BREAK ONLY COUNTS WHO LEAVES.       *
010300*****************************************************************
010310 3300-DEPOT-BREAK.
010320     MOVE SPACES TO WS-GROUP-LINE.
010330     MOVE 'MOVERS OUT OF THE DEPOT' TO GL-TEXT.
010340     MOVE WS-DEPOT-MOVERS TO GL-COUNT.
010350     WRITE AMSV177-REPORT-LINE FROM WS-GROUP-LINE.
010360     MOVE ZERO TO WS-DEPOT-MOVERS.
010370 3300-EXIT.
010380     EXIT.
010390*****************************************************************
010400*    3400-START-BEYOND-SECTION                                  *
010410*****************************************************************
010420 3400-START-BEYOND-SECTION.
010430     MOVE SPACES TO WS-SECTION-HEADING.
010440     MOVE 'LOCATIONS BEYOND THE MAXIMUM DISTANCE - BY NEW DEPOT'
010450         TO SH-TITLE.
010460     WRITE AMSV177-REPORT-LINE FROM WS-SECTION-HEADING.
010470     WRITE AMSV177-REPORT-LINE FROM WS-COLUMN-HEADING.
010480 3400-EXIT.
010490     EXIT.
010500*****************************************************************
010510*    4000-REPORT-DEPOT-SUMMARY                                  *
010520*        ONE LINE PER DEPOT IN THE SIMULATION, IN TABLE ORDER - *
010530*        THE MASTER'S ACTIVE DEPOTS, THEN THE PROPOSED ONES,    *
010540*        THEN ANY NO LONGER ACTIVE ON THE MASTER.               *
010550*****************************************************************
010560 4000-REPORT-DEPOT-SUMMARY.
010570     MOVE SPACES TO WS-SECTION-HEADING.
010580     MOVE 'DEPOT SUMMARY - BEFORE -> AFTER' TO SH-TITLE.
010590     WRITE AMSV177-REPORT-LINE FROM WS-SECTION-HEADING.
010600     PERFORM 4100-REPORT-ONE-DEPOT THRU 4100-EXIT
010610         VARYING WS-DEPOT-SUB FROM 1 BY 1
010620         UNTIL WS-DEPOT-SUB > WS-DEPOT-COUNT.
010630 4000-EXIT.
010640     EXIT.
010650*****************************************************************
010660*    4100-REPORT-ONE-DEPOT                                      *
010670*****************************************************************
010680 4100-REPORT-ONE-DEPOT.
010690     MOVE 'DEPOT  ' TO TL-LABEL.
010700     MOVE WDT-DEPOT-CODE (WS-DEPOT-SUB) TO TL-CODE.
010710     EVALUATE TRUE
010720         WHEN WDT-ACTIVE (WS-DEPOT-SUB)
010730             MOVE ' ACTIVE' TO TL-STATUS
010740         WHEN WDT-CLOSED (WS-DEPOT-SUB)
010750             MOVE ' CLOSED' TO TL-STATUS
010760         WHEN WDT-PROPOSED (WS-DEPOT-SUB)
010770             MOVE ' PROPOSED' TO TL-STATUS
010780         WHEN OTHER
010790             MOVE ' INACTIVE' TO TL-STATUS
010800     END-EVALUATE.
010810     MOVE WDT-OLD-LOCATIONS (WS-DEPOT-SUB)
010820         TO WS-LINE-OLD-LOCATIONS.
010830     MOVE WDT-NEW-LOCATIONS (WS-DEPOT-SUB)
010840         TO WS-LINE-NEW-LOCATIONS.
010850     MOVE WDT-OLD-KM (WS-DEPOT-SUB) TO WS-LINE-OLD-KM.
010860     MOVE WDT-NEW-KM (WS-DEPOT-SUB) TO WS-LINE-NEW-KM.
010870     PERFORM 7100-FORMAT-TOTALS THRU 7100-EXIT.
010880     WRITE AMSV177-REPORT-LINE FROM WS-TOTAL-LINE.
010890 4100-EXIT.
010900     EXIT.
010910*****************************************************************
010920*    7100-FORMAT-TOTALS                                         *
010930*        FILLS THE COUNTS, DISTANCES, NET CHANGE AND AVERAGES   *
010940*        OF WS-TOTAL-LINE FROM THE WS-LINE- FIELDS.  A NEGATIVE *
010950*        NET CHANGE MEANS SHORTER RUNS AFTER THE CHANGE.        *
010960*****************************************************************
010970 7100-FORMAT-TOTALS.
010980     MOVE WS-LINE-OLD-LOCATIONS TO TL-OLD-LOCATIONS.
010990     MOVE WS-LINE-NEW-LOCATIONS TO TL-NEW-LOCATIONS.
011000     MOVE WS-LINE-OLD-KM TO TL-OLD-KM.
011010     MOVE WS-LINE-NEW-KM TO TL-NEW-KM.
011020     COMPUTE WS-NET-CHANGE-KM =
011030         WS-LINE-NEW-KM - WS-LINE-OLD-KM.
011040     MOVE WS-NET-CHANGE-KM TO TL-NET-KM.
011050     MOVE ZERO TO WS-AVERAGE-OLD-KM
011060                  WS-AVERAGE-NEW-KM.
011070     IF WS-LINE-OLD-LOCATIONS > ZERO
011080         COMPUTE WS-AVERAGE-OLD-KM ROUNDED =
011090             WS-LINE-OLD-KM / WS-LINE-OLD-LOCATIONS
011100     END-IF.
011110     IF WS-LINE-NEW-LOCATIONS > ZERO
011120         COMPUTE WS-AVERAGE-NEW-KM ROUNDED =
011130             WS-LINE-NEW-KM / WS-LINE-NEW-LOCATIONS
011140     END-IF.
011150     MOVE WS-AVERAGE-OLD-KM TO TL-OLD-AVERAGE-KM.
011160     MOVE WS-AVERAGE-NEW-KM TO TL-NEW-AVERAGE-KM.
011170 7100-EXIT.
011180     EXIT.
011190*****************************************************************
011200*    8000-TERMINATE                                             *
011210*****************************************************************
011220 8000-TERMINATE.
011230     MOVE SPACES TO WS-SECTION-HEADING.
011240     MOVE 'ALL LOCATIONS - BEFORE -> AFTER' TO SH-TITLE.
011250     WRITE AMSV177-REPORT-LINE FROM WS-SECTION-HEADING.
011260     MOVE 'ALL' TO TL-LABEL.
011270     MOVE SPACES TO TL-CODE
011280                    TL-STATUS.
011290     MOVE WS-LOCATIONS-COMPARED TO WS-LINE-OLD-LOCATIONS
011300                                   WS-LINE-NEW-LOCATIONS.
011310     MOVE WS-TOTAL-OLD-KM TO WS-LINE-OLD-KM.
011320     MOVE WS-TOTAL-NEW-KM TO WS-LINE-NEW-KM.
011330     PERFORM 7100-FORMAT-TOTALS THRU 7100-EXIT.
011340     WRITE AMSV177-REPORT-LINE FROM WS-TOTAL-LINE.
011350     MOVE 'CARDS READ          :' TO RC-LABEL.
011360     MOVE WS-CARDS-READ TO RC-COUNT.
011370     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-COUNT-LINE.
011380     MOVE 'DEPOTS CLOSED       :' TO RC-LABEL.
011390     MOVE WS-DEPOTS-CLOSED TO RC-COUNT.
011400     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-COUNT-LINE.
011410     MOVE 'DEPOTS PROPOSED     :' TO RC-LABEL.
011420     MOVE WS-DEPOTS-PROPOSED TO RC-COUNT.
011430     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-COUNT-LINE.
011440     MOVE 'LOCATIONS COMPARED  :' TO RC-LABEL.
011450     MOVE WS-LOCATIONS-COMPARED TO RC-COUNT.
011460     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-COUNT-LINE.
011470     MOVE 'NO COORDINATES      :' TO RC-LABEL.
011480     MOVE WS-NO-COORDINATES TO RC-COUNT.
011490     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-COUNT-LINE.
011500     MOVE 'LOCATIONS MOVING    :' TO RC-LABEL.
011510     MOVE WS-MOVERS TO RC-COUNT.
011520     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-COUNT-LINE.
011530     MOVE 'BEYOND MAXIMUM      :' TO RC-LABEL.
011540     MOVE WS-BEYOND-MAXIMUM TO RC-COUNT.
011550     WRITE AMSV177-REPORT-LINE FROM WS-REPORT-COUNT-LINE.
011560     CLOSE LOCATION-COORDINATES
011570           ASSIGNMENT-FILE
011580           AMSV177-REPORT.
011590     DISPLAY 'AMSV177 - LOCATIONS COMPARED  : '
011600         WS-LOCATIONS-COMPARED.
011610     DISPLAY 'AMSV177 - LOCATIONS MOVING    : ' WS-MOVERS.
011620     DISPLAY 'AMSV177 - BEYOND MAXIMUM      : '
011630         WS-BEYOND-MAXIMUM.
011640     DISPLAY 'AMSV177 - NO COORDINATES      : '
011650         WS-NO-COORDINATES.
011660     IF WS-BEYOND-MAXIMUM > 0
011670         MOVE 4 TO RETURN-CODE
011680     END-IF.
011690 8000-EXIT.
011700     EXIT.
