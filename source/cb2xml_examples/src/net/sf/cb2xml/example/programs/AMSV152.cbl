000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV152                                      *
000040*   DESCRIPTION :  NIGHTLY DELIMITED VENDOR EXTRACT FOR THE BI  *
000050*                  AND FINANCE ANALYSTS.  ONE COMMA-DELIMITED   *
000060*                  LINE PER AMS-VENDOR LOCATION, ACTIVE OR      *
000070*                  NOT, WITH THE REFERENCE AND SATELLITE FILES  *
000080*                  ALREADY JOINED ON:                           *
000090*                    - BRM-BRAND-NAME (AMSVBRND);               *
000100*                    - LTY-DESCRIPTION FOR LOCATION-TYPE        *
000110*                      (AMSVLTYP);                              *
000120*                    - LCC-LATITUDE/LCC-LONGITUDE (AMSVLOCC);   *
000130*                    - THE ASSIGNED DEPOT CODE, DEP-DEPOT-NAME  *
000140*                      AND DAS-DISTANCE-KM (AMSVDASN, AMSVDEPT);*
000150*                    - THE DATE THE RECORD LAST CHANGED         *
000160*                      (AMSVHIST).                              *
000170*                  A JOIN THAT FINDS NOTHING LEAVES THE COLUMN  *
000180*                  EMPTY - A LOCATION NOT YET GEOCODED HAS NO   *
000190*                  COORDINATES AND NO DEPOT.                    *
000200*                                                               *
000210*                  THE FIRST LINE IS A HEADER ROW OF COLUMN     *
000220*                  NAMES.  TEXT COLUMNS ARE ENCLOSED IN DOUBLE  *
000230*                  QUOTES WITH TRAILING SPACES DROPPED AND ANY  *
000240*                  EMBEDDED QUOTE DOUBLED; CODES WITH LEADING   *
000250*                  ZEROS (LOCATION-NUMBER, POSTCODE) ARE        *
000260*                  QUOTED TOO SO A SPREADSHEET KEEPS THE ZEROS. *
000270*                  THE LAST LINE IS A TRAILER - "TRAILER", THE  *
000280*                  RUN DATE AND THE NUMBER OF DETAIL LINES - SO *
000290*                  THE RECEIVING SIDE CAN PROVE IT HAS THE      *
000300*                  WHOLE FILE.  LINES ARE VARIABLE LENGTH       *
000310*                  (AMV52EX) SO NO TRAILING BLANKS TRAVEL WITH  *
000320*                  THEM.                                        *
000330*                                                               *
000340*                  AMSVHIST IS IN ARRIVAL ORDER AND IS SORTED   *
000350*                  HERE BY KEY, AS IN AMSV140.  THE LAST-       *
000360*                  CHANGED DATE IS THE LATEST ADD OR UPDATE     *
000370*                  ROW; A YEAR-END BASELINE ROW IS NOT A CHANGE *
000380*                  AND IS PASSED OVER.  THE ASSIGNMENT FILE     *
000390*                  (AMV52AS) IS THE CURRENT AMSV176 GENERATION, *
000400*                  IN MASTER KEY ORDER.                         *
000410*                                                               *
000420*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000430*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000440*   DATE-WRITTEN:  10/15/2026                                   *
000450*---------------------------------------------------------------*
000460*   MODIFICATION HISTORY                                        *
000470*---------------------------------------------------------------*
000480*   DATE       INIT  DESCRIPTION                                *
000490*   ---------- ----  ---------------------------------------    *
000500*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.     AMSV152.
000540 AUTHOR.         D. KOWALCZYK.
000550 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000560 DATE-WRITTEN.   10/15/2026.
000570 DATE-COMPILED.  10/15/2026.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT AMS-VENDOR-MASTER ASSIGN TO AMSVMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS AMS-VENDOR-KEY
000680         FILE STATUS IS WS-MASTER-STATUS.
000690     SELECT BRAND-MASTER-KEYED ASSIGN TO AMSVBRK
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS BRM-BRAND
000730         FILE STATUS IS WS-BRAND-STATUS.
000740     SELECT LOCATION-TYPE-KEYED ASSIGN TO AMSVLTK
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS LTY-TYPE-CODE
000780         FILE STATUS IS WS-LTYPE-STATUS.
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
000890     SELECT ASSIGNMENT-FILE ASSIGN TO AMV52AS
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-ASSIGN-STATUS.
000920     SELECT VENDOR-CHANGE-HISTORY-FILE ASSIGN TO AMSVHIST
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-HIST-STATUS.
000950     SELECT HISTORY-SORTED-FILE ASSIGN TO AMV52SH
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-HIST-SORTED-STATUS.
000980     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
000990     SELECT VENDOR-EXTRACT-FILE ASSIGN TO AMV52EX
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-EXTRACT-STATUS.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  AMS-VENDOR-MASTER
001050     RECORDING MODE IS F.
001060 COPY Vendor.
001070 FD  BRAND-MASTER-KEYED
001080     RECORDING MODE IS F.
001090 COPY AMSVBRND.
001100 FD  LOCATION-TYPE-KEYED
001110     RECORDING MODE IS F.
001120 COPY AMSVLTYP.
001130 FD  DEPOT-MASTER-KEYED
001140     RECORDING MODE IS F.
001150 COPY AMSVDEPT.
001160 FD  LOCATION-COORDINATES
001170     RECORDING MODE IS F.
001180 COPY AMSVLOCC.
001190 FD  ASSIGNMENT-FILE
001200     RECORDING MODE IS F.
001210 COPY AMSVDASN.
001220 FD  VENDOR-CHANGE-HISTORY-FILE
001230     RECORDING MODE IS F.
001240 COPY AMSVHIST.
001250 FD  HISTORY-SORTED-FILE
001260     RECORDING MODE IS F.
001270 COPY AMSVHIST REPLACING
001280     ==VENDOR-CHANGE-HISTORY== BY ==HISTORY-SORTED-REC==
001290     ==VCH-KEY==               BY ==VHS-KEY==
001300     ==VCH-BRAND==             BY ==VHS-BRAND==
001310     ==VCH-LOCATION-NUMBER==   BY ==VHS-LOCATION-NUMBER==
001320     ==VCH-CHANGE-DATE==       BY ==VHS-CHANGE-DATE==
001330     ==VCH-CHANGE-TIME==       BY ==VHS-CHANGE-TIME==
001340     ==VCH-CHANGE-TYPE==       BY ==VHS-CHANGE-TYPE==
001350     ==VCH-TYPE-ADD==          BY ==VHS-TYPE-ADD==
001360     ==VCH-TYPE-UPDATE==       BY ==VHS-TYPE-UPDATE==
001370     ==VCH-TYPE-DELETE==       BY ==VHS-TYPE-DELETE==
001380     ==VCH-TYPE-BASELINE==     BY ==VHS-TYPE-BASELINE==
001390     ==VCH-CHANGED-BY==        BY ==VHS-CHANGED-BY==
001400     ==VCH-BEFORE-IMAGE==      BY ==VHS-BEFORE-IMAGE==
001410     ==VCH-AFTER-IMAGE==       BY ==VHS-AFTER-IMAGE==.
001420 SD  SORT-WORK-FILE.
001430 COPY AMSVHIST REPLACING
001440     ==VENDOR-CHANGE-HISTORY== BY ==SORT-HISTORY-REC==
001450     ==VCH-KEY==               BY ==SRT-KEY==
001460     ==VCH-BRAND==             BY ==SRT-BRAND==
001470     ==VCH-LOCATION-NUMBER==   BY ==SRT-LOCATION-NUMBER==
001480     ==VCH-CHANGE-DATE==       BY ==SRT-CHANGE-DATE==
001490     ==VCH-CHANGE-TIME==       BY ==SRT-CHANGE-TIME==
001500     ==VCH-CHANGE-TYPE==       BY ==SRT-CHANGE-TYPE==
001510     ==VCH-TYPE-ADD==          BY ==SRT-TYPE-ADD==
001520     ==VCH-TYPE-UPDATE==       BY ==SRT-TYPE-UPDATE==
001530     ==VCH-TYPE-DELETE==       BY ==SRT-TYPE-DELETE==
001540     ==VCH-TYPE-BASELINE==     BY ==SRT-TYPE-BASELINE==
001550     ==VCH-CHANGED-BY==        BY ==SRT-CHANGED-BY==
001560     ==VCH-BEFORE-IMAGE==      BY ==SRT-BEFORE-IMAGE==
001570     ==VCH-AFTER-IMAGE==       BY ==SRT-AFTER-IMAGE==.
001580 FD  VENDOR-EXTRACT-FILE
001590     RECORDING MODE IS V
001600     RECORD IS VARYING IN SIZE FROM 1 TO 700 CHARACTERS
001610         DEPENDING ON WS-LINE-LENGTH.
001620 01  VENDOR-EXTRACT-LINE         PIC X(700).
001630 WORKING-STORAGE SECTION.
001640 01  WS-MASTER-STATUS            PIC XX.
001650     88  WS-MASTER-OK            VALUE '00'.
001660 01  WS-BRAND-STATUS             PIC XX.
001670     88  WS-BRAND-OK             VALUE '00'.
001680 01  WS-LTYPE-STATUS             PIC XX.
001690     88  WS-LTYPE-OK             VALUE '00'.
001700 01  WS-DEPOT-STATUS             PIC XX.
001710     88  WS-DEPOT-OK             VALUE '00'.
001720 01  WS-COORD-STATUS             PIC XX.
001730     88  WS-COORD-OK             VALUE '00'.
001740 01  WS-ASSIGN-STATUS            PIC XX.
001750     88  WS-ASSIGN-OK            VALUE '00'.
001760 01  WS-HIST-STATUS              PIC XX.
001770     88  WS-HIST-OK              VALUE '00'.
001780 01  WS-HIST-SORTED-STATUS       PIC XX.
001790     88  WS-HIST-SORTED-OK       VALUE '00'.
001800 01  WS-EXTRACT-STATUS           PIC XX.
001810     88  WS-EXTRACT-OK           VALUE '00'.
001820 01  WS-SWITCHES.
001830     05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
001840         88  WS-MASTER-EOF       VALUE 'Y'.
001850     05  WS-ASSIGN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001860         88  WS-ASSIGN-EOF       VALUE 'Y'.
001870     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001880         88  WS-HIST-EOF         VALUE 'Y'.
001890     05  WS-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.
001900         88  WS-REF-EOF          VALUE 'Y'.
001910     05  WS-ASSIGN-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001920         88  WS-ASSIGN-OPEN      VALUE 'Y'.
001930 01  WS-RUN-DATE                 PIC 9(08).
001940 01  WS-MASTER-KEY               PIC X(07).
001950 01  WS-ASSIGN-KEY               PIC X(07).
001960 01  WS-HIST-KEY                 PIC X(07).
001970 01  WS-LAST-CHANGED-DATE        PIC 9(08).
001980 01  WS-BRAND-COUNT              PIC 9(05) COMP VALUE ZERO.
001990 01  WS-LTYPE-COUNT              PIC 9(05) COMP VALUE ZERO.
002000 01  WS-DEPOT-COUNT              PIC 9(05) COMP VALUE ZERO.
002010 01  WS-COUNTERS.
002020     05  WS-MASTER-READ          PIC 9(07) COMP VALUE ZERO.
002030     05  WS-LINES-WRITTEN        PIC 9(07) COMP VALUE ZERO.
002040     05  WS-NO-COORDINATES       PIC 9(07) COMP VALUE ZERO.
002050     05  WS-NO-ASSIGNMENT        PIC 9(07) COMP VALUE ZERO.
002060     05  WS-NO-HISTORY           PIC 9(07) COMP VALUE ZERO.
002070*****************************************************************
002080*   REFERENCE TABLES, LOADED ONCE FROM THE KEYED FILES.  SIZES  *
002090*   AS IN AMSV147.  ONLY THE NAME IS KEPT - AN INACTIVE BRAND,  *
002100*   TYPE OR DEPOT STILL NAMES ITS OWN ROWS ON THE EXTRACT.      *
002110*****************************************************************
002120 01  WS-BRAND-TABLE-AREA.
002130     05  WS-BRAND-ENTRY OCCURS 1 TO 500 TIMES
002140             DEPENDING ON WS-BRAND-COUNT
002150             INDEXED BY WS-BRAND-IDX.
002160         10  WBT-BRAND           PIC X(03).
002170         10  WBT-BRAND-NAME      PIC X(30).
002180 01  WS-LTYPE-TABLE-AREA.
002190     05  WS-LTYPE-ENTRY OCCURS 1 TO 50 TIMES
002200             DEPENDING ON WS-LTYPE-COUNT
002210             INDEXED BY WS-LTYPE-IDX.
002220         10  WLT-TYPE-CODE       PIC X(02).
002230         10  WLT-DESCRIPTION     PIC X(25).
002240 01  WS-DEPOT-TABLE-AREA.
002250     05  WS-DEPOT-ENTRY OCCURS 1 TO 200 TIMES
002260             DEPENDING ON WS-DEPOT-COUNT
002270             INDEXED BY WS-DEPOT-IDX.
002280         10  WDT-DEPOT-CODE      PIC X(04).
002290         10  WDT-DEPOT-NAME      PIC X(30).
002300*****************************************************************
002310*   THE LINE IS BUILT A COLUMN AT A TIME.  EACH COLUMN IS       *
002320*   MOVED TO WS-COLUMN-TEXT AND 3000-ADD-TEXT-COLUMN OR         *
002330*   3100-ADD-NUMBER-COLUMN APPENDS IT AFTER A COMMA.            *
002340*****************************************************************
002350 01  WS-LINE-LENGTH              PIC 9(05) COMP.
002360 01  WS-LINE-AREA                PIC X(700).
002370 01  WS-LINE-PTR                 PIC 9(05) COMP.
002380 01  WS-COLUMN-TEXT              PIC X(40).
002390 01  WS-COLUMN-CHARS REDEFINES WS-COLUMN-TEXT.
002400     05  WS-COLUMN-CHAR          PIC X(01) OCCURS 40 TIMES.
002410 01  WS-COLUMN-FIRST             PIC 9(03) COMP.
002420 01  WS-COLUMN-LAST              PIC 9(03) COMP.
002430 01  WS-COLUMN-SUB               PIC 9(03) COMP.
002440 01  WS-FIRST-COLUMN-SWITCH      PIC X(01).
002450     88  WS-FIRST-COLUMN         VALUE 'Y'.
002460 01  WS-EDIT-COORDINATE          PIC ---9.999999.
002470 01  WS-EDIT-DISTANCE            PIC ZZZZ9.9.
002480 01  WS-EDIT-COUNT               PIC Z(08)9.
002490 01  WS-HEADER-LINE.
002500     05  FILLER                  PIC X(40) VALUE
002510         'BRAND,BRAND_NAME,LOCATION_NUMBER,LOCATIO'.
002520     05  FILLER                  PIC X(40) VALUE
002530         'N_TYPE,TYPE_DESCRIPTION,LOCATION_NAME,AD'.
002540     05  FILLER                  PIC X(40) VALUE
002550         'DRESS_1,ADDRESS_2,ADDRESS_3,POSTCODE,STA'.
002560     05  FILLER                  PIC X(40) VALUE
002570         'TE,CONTACT_PHONE,ACTIVE,LATITUDE,LONGITU'.
002580     05  FILLER                  PIC X(40) VALUE
002590         'DE,DEPOT_CODE,DEPOT_NAME,DISTANCE_KM,LAS'.
002600     05  FILLER                  PIC X(09) VALUE
002610         'T_CHANGED'.
002620 01  WS-HEADER-LENGTH            PIC 9(05) COMP VALUE 209.
002630 PROCEDURE DIVISION.
002640*****************************************************************
002650*    0000-MAINLINE                                              *
002660*****************************************************************
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690     SORT SORT-WORK-FILE
002700         ON ASCENDING KEY SRT-KEY
002710         USING VENDOR-CHANGE-HISTORY-FILE
002720         GIVING HISTORY-SORTED-FILE.
002730     PERFORM 1500-OPEN-MATCH-FILES THRU 1500-EXIT.
002740     PERFORM 2000-EXTRACT-ONE THRU 2000-EXIT
002750         UNTIL WS-MASTER-EOF.
002760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002770     STOP RUN.
002780*****************************************************************
002790*    1000-INITIALIZE                                            *
002800*****************************************************************
002810 1000-INITIALIZE.
002820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002830     PERFORM 1100-LOAD-BRAND-TABLE THRU 1100-EXIT.
002840     PERFORM 1200-LOAD-LTYPE-TABLE THRU 1200-EXIT.
002850     PERFORM 1300-LOAD-DEPOT-TABLE THRU 1300-EXIT.
002860 1000-EXIT.
002870     EXIT.
002880*****************************************************************
002890*    1100-LOAD-BRAND-TABLE                                      *
002900*****************************************************************
002910 1100-LOAD-BRAND-TABLE.
002920     OPEN INPUT BRAND-MASTER-KEYED.
002930     IF NOT WS-BRAND-OK
002940         DISPLAY 'AMSV152 - OPEN FAILED, BRAND-MASTER-KEYED '
002950             WS-BRAND-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     MOVE 'N' TO WS-REF-EOF-SWITCH.
003000     PERFORM 1110-READ-ONE-BRAND THRU 1110-EXIT
003010         UNTIL WS-REF-EOF.
003020     CLOSE BRAND-MASTER-KEYED.
003030 1100-EXIT.
003040     EXIT.
003050*****************************************************************
003060*    1110-READ-ONE-BRAND                                        *
003070*****************************************************************
003080 1110-READ-ONE-BRAND.
003090     READ BRAND-MASTER-KEYED NEXT RECORD
003100         AT END
003110             SET WS-REF-EOF TO TRUE
003120             GO TO 1110-EXIT
003130     END-READ.
003140     IF WS-BRAND-COUNT NOT LESS THAN 500
003150         DISPLAY 'AMSV152 - BRAND MASTER EXCEEDS 500-ENTRY '
003160             'TABLE LIMIT - RUN ABORTED'
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     ADD 1 TO WS-BRAND-COUNT.
003210     MOVE BRM-BRAND TO WBT-BRAND (WS-BRAND-COUNT).
003220     MOVE BRM-BRAND-NAME TO WBT-BRAND-NAME (WS-BRAND-COUNT).
003230 1110-EXIT.
003240     EXIT.
003250*****************************************************************
003260*    1200-LOAD-LTYPE-TABLE                                      *
003270*****************************************************************
003280 1200-LOAD-LTYPE-TABLE.
003290     OPEN INPUT LOCATION-TYPE-KEYED.
003300     IF NOT WS-LTYPE-OK
003310         DISPLAY 'AMSV152 - OPEN FAILED, LOCATION-TYPE-KEYED '
003320             WS-LTYPE-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     MOVE 'N' TO WS-REF-EOF-SWITCH.
003370     PERFORM 1210-READ-ONE-LTYPE THRU 1210-EXIT
003380         UNTIL WS-REF-EOF.
003390     CLOSE LOCATION-TYPE-KEYED.
003400 1200-EXIT.
003410     EXIT.
003420*****************************************************************
003430*    1210-READ-ONE-LTYPE                                        *
003440*****************************************************************
003450 1210-READ-ONE-LTYPE.
003460     READ LOCATION-TYPE-KEYED NEXT RECORD
003470         AT END
003480             SET WS-REF-EOF TO TRUE
003490             GO TO 1210-EXIT
003500     END-READ.
003510     IF WS-LTYPE-COUNT NOT LESS THAN 50
003520         DISPLAY 'AMSV152 - LOCATION-TYPE FILE EXCEEDS 50-ENTRY '
003530             'TABLE LIMIT - RUN ABORTED'
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     ADD 1 TO WS-LTYPE-COUNT.
003580     MOVE LTY-TYPE-CODE TO WLT-TYPE-CODE (WS-LTYPE-COUNT).
003590     MOVE LTY-DESCRIPTION TO WLT-DESCRIPTION (WS-LTYPE-COUNT).
003600 1210-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    1300-LOAD-DEPOT-TABLE                                      *
003640*****************************************************************
003650 1300-LOAD-DEPOT-TABLE.
003660     OPEN INPUT DEPOT-MASTER-KEYED.
003670     IF NOT WS-DEPOT-OK
003680         DISPLAY 'AMSV152 - OPEN FAILED, DEPOT-MASTER-KEYED '
003690             WS-DEPOT-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730     MOVE 'N' TO WS-REF-EOF-SWITCH.
003740     PERFORM 1310-READ-ONE-DEPOT THRU 1310-EXIT
003750         UNTIL WS-REF-EOF.
003760     CLOSE DEPOT-MASTER-KEYED.
003770 1300-EXIT.
003780     EXIT.
003790*****************************************************************
003800*    1310-READ-ONE-DEPOT                                        *
003810*****************************************************************
003820 1310-READ-ONE-DEPOT.
003830     READ DEPOT-MASTER-KEYED NEXT RECORD
003840         AT END
003850             SET WS-REF-EOF TO TRUE
003860             GO TO 1310-EXIT
003870     END-READ.
003880     IF WS-DEPOT-COUNT NOT LESS THAN 200
003890         DISPLAY 'AMSV152 - DEPOT MASTER EXCEEDS 200-ENTRY '
003900             'TABLE LIMIT - RUN ABORTED'
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     ADD 1 TO WS-DEPOT-COUNT.
003950     MOVE DEP-DEPOT-CODE TO WDT-DEPOT-CODE (WS-DEPOT-COUNT).
003960     MOVE DEP-DEPOT-NAME TO WDT-DEPOT-NAME (WS-DEPOT-COUNT).
003970 1310-EXIT.
003980     EXIT.
003990*****************************************************************
004000*    1500-OPEN-MATCH-FILES                                      *
004010*        A MISSING ASSIGNMENT FILE (AMSV176 NOT YET RUN) LEAVES *
004020*        THE DEPOT COLUMNS EMPTY RATHER THAN STOPPING THE       *
004030*        EXTRACT.  THE HEADER ROW GOES OUT HERE.                *
004040*****************************************************************
004050 1500-OPEN-MATCH-FILES.
004060     OPEN INPUT AMS-VENDOR-MASTER.
004070     IF NOT WS-MASTER-OK
004080         DISPLAY 'AMSV152 - OPEN FAILED, AMS-VENDOR-MASTER '
004090             WS-MASTER-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     OPEN INPUT LOCATION-COORDINATES.
004140     IF NOT WS-COORD-OK
004150         DISPLAY 'AMSV152 - OPEN FAILED, LOCATION-COORDINATES '
004160             WS-COORD-STATUS
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     OPEN INPUT HISTORY-SORTED-FILE.
004210     IF NOT WS-HIST-SORTED-OK
004220         DISPLAY 'AMSV152 - OPEN FAILED, HISTORY-SORTED-FILE '
004230             WS-HIST-SORTED-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     OPEN INPUT ASSIGNMENT-FILE.
004280     IF WS-ASSIGN-OK
004290         SET WS-ASSIGN-OPEN TO TRUE
004300         PERFORM 1620-READ-ASSIGNMENT THRU 1620-EXIT
004310     ELSE
004320         DISPLAY 'AMSV152 - NO ASSIGNMENT FILE (STATUS '
004330             WS-ASSIGN-STATUS ') - DEPOT COLUMNS LEFT EMPTY'
004340         SET WS-ASSIGN-EOF TO TRUE
004350         MOVE HIGH-VALUES TO WS-ASSIGN-KEY
004360     END-IF.
004370     OPEN OUTPUT VENDOR-EXTRACT-FILE.
004380     IF NOT WS-EXTRACT-OK
004390         DISPLAY 'AMSV152 - OPEN FAILED, VENDOR-EXTRACT-FILE '
004400             WS-EXTRACT-STATUS
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440     MOVE WS-HEADER-LENGTH TO WS-LINE-LENGTH.
004450     MOVE WS-HEADER-LINE TO VENDOR-EXTRACT-LINE.
004460     WRITE VENDOR-EXTRACT-LINE.
004470     IF NOT WS-EXTRACT-OK
004480         DISPLAY 'AMSV152 - EXTRACT HEADER WRITE FAILED '
004490             WS-EXTRACT-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530     PERFORM 1630-READ-HISTORY THRU 1630-EXIT.
004540     PERFORM 1610-READ-MASTER THRU 1610-EXIT.
004550 1500-EXIT.
004560     EXIT.
004570*****************************************************************
004580*    1610-READ-MASTER                                           *
004590*****************************************************************
004600 1610-READ-MASTER.
004610     READ AMS-VENDOR-MASTER NEXT RECORD
004620         AT END
004630             SET WS-MASTER-EOF TO TRUE
004640             MOVE HIGH-VALUES TO WS-MASTER-KEY
004650             GO TO 1610-EXIT
004660     END-READ.
004670     ADD 1 TO WS-MASTER-READ.
004680     MOVE AMS-VENDOR-KEY TO WS-MASTER-KEY.
004690 1610-EXIT.
004700     EXIT.
004710*****************************************************************
004720*    1620-READ-ASSIGNMENT                                       *
004730*****************************************************************
004740 1620-READ-ASSIGNMENT.
004750     READ ASSIGNMENT-FILE
004760         AT END
004770             SET WS-ASSIGN-EOF TO TRUE
004780             MOVE HIGH-VALUES TO WS-ASSIGN-KEY
004790             GO TO 1620-EXIT
004800     END-READ.
004810     MOVE DAS-KEY TO WS-ASSIGN-KEY.
004820 1620-EXIT.
004830     EXIT.
004840*****************************************************************
004850*    1630-READ-HISTORY                                          *
004860*****************************************************************
004870 1630-READ-HISTORY.
004880     READ HISTORY-SORTED-FILE
004890         AT END
004900             SET WS-HIST-EOF TO TRUE
004910             MOVE HIGH-VALUES TO WS-HIST-KEY
004920             GO TO 1630-EXIT
004930     END-READ.
004940     MOVE VHS-KEY(1:7) TO WS-HIST-KEY.
004950 1630-EXIT.
004960     EXIT.
004970*****************************************************************
004980*    2000-EXTRACT-ONE                                           *
004990*        THE ASSIGNMENT AND SORTED HISTORY FILES ARE STEPPED    *
005000*        UP TO THE MASTER KEY; ROWS FOR KEYS NO LONGER ON THE   *
005010*        MASTER ARE PASSED OVER.                                *
005020*****************************************************************
005030 2000-EXTRACT-ONE.
005040     PERFORM 1620-READ-ASSIGNMENT THRU 1620-EXIT
005050         UNTIL WS-ASSIGN-KEY NOT LESS THAN WS-MASTER-KEY.
005060     PERFORM 1630-READ-HISTORY THRU 1630-EXIT
005070         UNTIL WS-HIST-KEY NOT LESS THAN WS-MASTER-KEY.
005080     MOVE ZERO TO WS-LAST-CHANGED-DATE.
005090     PERFORM 2100-TAKE-HISTORY-ROW THRU 2100-EXIT
005100         UNTIL WS-HIST-KEY NOT = WS-MASTER-KEY.
005110     MOVE SPACES TO WS-LINE-AREA.
005120     MOVE 1 TO WS-LINE-PTR.
005130     MOVE 'Y' TO WS-FIRST-COLUMN-SWITCH.
005140     PERFORM 2200-VENDOR-COLUMNS THRU 2200-EXIT.
005150     PERFORM 2300-COORDINATE-COLUMNS THRU 2300-EXIT.
005160     PERFORM 2400-DEPOT-COLUMNS THRU 2400-EXIT.
005170     IF WS-LAST-CHANGED-DATE = ZERO
005180         ADD 1 TO WS-NO-HISTORY
005190         MOVE SPACES TO WS-COLUMN-TEXT
005200     ELSE
005210         MOVE WS-LAST-CHANGED-DATE TO WS-COLUMN-TEXT
005220     END-IF.
005230     PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT.
005240     PERFORM 3900-WRITE-LINE THRU 3900-EXIT.
005250     PERFORM 1610-READ-MASTER THRU 1610-EXIT.
005260 2000-EXIT.
005270     EXIT.
005280*****************************************************************
005290*    2100-TAKE-HISTORY-ROW                                      *
005300*        ROWS ARRIVE OLDEST FIRST, SO THE LAST ADD OR UPDATE    *
005310*        SEEN IS THE LATEST.                                    *
005320*****************************************************************
005330 2100-TAKE-HISTORY-ROW.
005340     IF VHS-TYPE-ADD OR VHS-TYPE-UPDATE
005350         MOVE VHS-CHANGE-DATE TO WS-LAST-CHANGED-DATE
005360     END-IF.
005370     PERFORM 1630-READ-HISTORY THRU 1630-EXIT.
005380 2100-EXIT.
005390     EXIT.
005400*****************************************************************
005410*    2200-VENDOR-COLUMNS                                        *
005420*        THE MASTER FIELDS, WITH THE BRAND NAME AND TYPE        *
005430*        DESCRIPTION BESIDE THEIR CODES.                        *
005440*****************************************************************
005450 2200-VENDOR-COLUMNS.
005460     MOVE BRAND OF AMS-VENDOR TO WS-COLUMN-TEXT.
005470     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005480     MOVE SPACES TO WS-COLUMN-TEXT.
005490     IF WS-BRAND-COUNT > ZERO
005500         SET WS-BRAND-IDX TO 1
005510         SEARCH WS-BRAND-ENTRY
005520             WHEN WBT-BRAND (WS-BRAND-IDX) = BRAND OF AMS-VENDOR
005530                 MOVE WBT-BRAND-NAME (WS-BRAND-IDX)
005540                     TO WS-COLUMN-TEXT
005550         END-SEARCH
005560     END-IF.
005570     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005580     MOVE AMS-VENDOR-KEY(4:4) TO WS-COLUMN-TEXT.
005590     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005600     MOVE LOCATION-TYPE OF AMS-VENDOR TO WS-COLUMN-TEXT.
005610     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005620     MOVE SPACES TO WS-COLUMN-TEXT.
005630     IF WS-LTYPE-COUNT > ZERO
005640         SET WS-LTYPE-IDX TO 1
005650         SEARCH WS-LTYPE-ENTRY
005660             WHEN WLT-TYPE-CODE (WS-LTYPE-IDX)
005670                     = LOCATION-TYPE OF AMS-VENDOR
005680                 MOVE WLT-DESCRIPTION (WS-LTYPE-IDX)
005690                     TO WS-COLUMN-TEXT
005700         END-SEARCH
005710     END-IF.
005720     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005730     MOVE LOCATION-NAME OF AMS-VENDOR TO WS-COLUMN-TEXT.
005740     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005750     MOVE ADDRESS-1 OF AMS-VENDOR TO WS-COLUMN-TEXT.
005760     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005770     MOVE ADDRESS-2 OF AMS-VENDOR TO WS-COLUMN-TEXT.
005780     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005790     MOVE ADDRESS-3 OF AMS-VENDOR TO WS-COLUMN-TEXT.
005800     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005810     MOVE POSTCODE-X OF AMS-VENDOR TO WS-COLUMN-TEXT.
005820     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005830     MOVE STATE OF AMS-VENDOR TO WS-COLUMN-TEXT.
005840     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005850     MOVE CONTACT-PHONE OF AMS-VENDOR TO WS-COLUMN-TEXT.
005860     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005870     MOVE LOCATION-ACTIVE OF AMS-VENDOR TO WS-COLUMN-TEXT.
005880     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
005890 2200-EXIT.
005900     EXIT.
005910*****************************************************************
005920*    2300-COORDINATE-COLUMNS                                    *
005930*        SIGNED DECIMAL DEGREES, SIX PLACES AS HELD.            *
005940*****************************************************************
005950 2300-COORDINATE-COLUMNS.
005960     MOVE AMS-VENDOR-KEY TO LCC-KEY.
005970     READ LOCATION-COORDINATES
005980         INVALID KEY
005990             ADD 1 TO WS-NO-COORDINATES
006000             MOVE SPACES TO WS-COLUMN-TEXT
006010             PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT
006020             PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT
006030             GO TO 2300-EXIT
006040     END-READ.
006050     MOVE LCC-LATITUDE TO WS-EDIT-COORDINATE.
006060     MOVE WS-EDIT-COORDINATE TO WS-COLUMN-TEXT.
006070     PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT.
006080     MOVE LCC-LONGITUDE TO WS-EDIT-COORDINATE.
006090     MOVE WS-EDIT-COORDINATE TO WS-COLUMN-TEXT.
006100     PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT.
006110 2300-EXIT.
006120     EXIT.
006130*****************************************************************
006140*    2400-DEPOT-COLUMNS                                         *
006150*****************************************************************
006160 2400-DEPOT-COLUMNS.
006170     IF WS-ASSIGN-KEY NOT = WS-MASTER-KEY
006180         ADD 1 TO WS-NO-ASSIGNMENT
006190         MOVE SPACES TO WS-COLUMN-TEXT
006200         PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT
006210         PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT
006220         PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT
006230         GO TO 2400-EXIT
006240     END-IF.
006250     MOVE DAS-DEPOT-CODE TO WS-COLUMN-TEXT.
006260     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
006270     MOVE SPACES TO WS-COLUMN-TEXT.
006280     IF WS-DEPOT-COUNT > ZERO
006290         SET WS-DEPOT-IDX TO 1
006300         SEARCH WS-DEPOT-ENTRY
006310             WHEN WDT-DEPOT-CODE (WS-DEPOT-IDX) = DAS-DEPOT-CODE
006320                 MOVE WDT-DEPOT-NAME (WS-DEPOT-IDX)
006330                     TO WS-COLUMN-TEXT
006340         END-SEARCH
006350     END-IF.
006360     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
006370     MOVE DAS-DISTANCE-KM TO WS-EDIT-DISTANCE.
006380     MOVE WS-EDIT-DISTANCE TO WS-COLUMN-TEXT.
006390     PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT.
006400 2400-EXIT.
006410     EXIT.
006420*****************************************************************
006430*    3000-ADD-TEXT-COLUMN                                       *
006440*        APPENDS WS-COLUMN-TEXT IN DOUBLE QUOTES, TRAILING      *
006450*        SPACES DROPPED AND EACH EMBEDDED QUOTE DOUBLED.  AN    *
006460*        ALL-SPACES VALUE GOES OUT AS "".                       *
006470*****************************************************************
006480 3000-ADD-TEXT-COLUMN.
006490     PERFORM 3200-START-COLUMN THRU 3200-EXIT.
006500     PERFORM 3300-FIND-LAST-CHAR THRU 3300-EXIT.
006510     MOVE '"' TO WS-LINE-AREA(WS-LINE-PTR:1).
006520     ADD 1 TO WS-LINE-PTR.
006530     PERFORM 3010-COPY-ONE-CHAR THRU 3010-EXIT
006540         VARYING WS-COLUMN-SUB FROM 1 BY 1
006550         UNTIL WS-COLUMN-SUB > WS-COLUMN-LAST.
006560     MOVE '"' TO WS-LINE-AREA(WS-LINE-PTR:1).
006570     ADD 1 TO WS-LINE-PTR.
006580 3000-EXIT.
006590     EXIT.
006600*****************************************************************
006610*    3010-COPY-ONE-CHAR                                         *
006620*****************************************************************
006630 3010-COPY-ONE-CHAR.
006640     IF WS-COLUMN-CHAR (WS-COLUMN-SUB) = '"'
006650         MOVE '"' TO WS-LINE-AREA(WS-LINE-PTR:1)
006660         ADD 1 TO WS-LINE-PTR
006670     END-IF.
006680     MOVE WS-COLUMN-CHAR (WS-COLUMN-SUB)
006690         TO WS-LINE-AREA(WS-LINE-PTR:1).
006700     ADD 1 TO WS-LINE-PTR.
006710 3010-EXIT.
006720     EXIT.
006730*****************************************************************
006740*    3100-ADD-NUMBER-COLUMN                                     *
006750*        APPENDS AN EDITED NUMBER OR A DATE UNQUOTED, LEADING   *
006760*        AND TRAILING SPACES DROPPED.  ALL SPACES GIVES AN      *
006770*        EMPTY COLUMN.                                          *
006780*****************************************************************
006790 3100-ADD-NUMBER-COLUMN.
006800     PERFORM 3200-START-COLUMN THRU 3200-EXIT.
006810     PERFORM 3300-FIND-LAST-CHAR THRU 3300-EXIT.
006820     IF WS-COLUMN-LAST = ZERO
006830         GO TO 3100-EXIT
006840     END-IF.
006850     MOVE 1 TO WS-COLUMN-FIRST.
006860     PERFORM 3110-SKIP-LEADING-SPACE THRU 3110-EXIT
006870         UNTIL WS-COLUMN-CHAR (WS-COLUMN-FIRST) NOT = SPACE.
006880     MOVE WS-COLUMN-TEXT(WS-COLUMN-FIRST:
006890             WS-COLUMN-LAST - WS-COLUMN-FIRST + 1)
006900         TO WS-LINE-AREA(WS-LINE-PTR:
006910             WS-COLUMN-LAST - WS-COLUMN-FIRST + 1).
006920     COMPUTE WS-LINE-PTR =
006930         WS-LINE-PTR + WS-COLUMN-LAST - WS-COLUMN-FIRST + 1.
006940 3100-EXIT.
006950     EXIT.
006960*****************************************************************
006970*    3110-SKIP-LEADING-SPACE                                    *
006980*****************************************************************
006990 3110-SKIP-LEADING-SPACE.
007000     ADD 1 TO WS-COLUMN-FIRST.
007010 3110-EXIT.
007020     EXIT.
007030*****************************************************************
007040*    3200-START-COLUMN                                          *
007050*        EVERY COLUMN BUT THE FIRST IS PRECEDED BY A COMMA.     *
007060*****************************************************************
007070 3200-START-COLUMN.
007080     IF WS-FIRST-COLUMN
007090         MOVE 'N' TO WS-FIRST-COLUMN-SWITCH
007100     ELSE
007110         MOVE ',' TO WS-LINE-AREA(WS-LINE-PTR:1)
007120         ADD 1 TO WS-LINE-PTR
007130     END-IF.
007140 3200-EXIT.
007150     EXIT.
007160*****************************************************************
007170*    3300-FIND-LAST-CHAR                                        *
007180*        WS-COLUMN-LAST IS LEFT AT THE LAST NON-SPACE           *
007190*        CHARACTER, OR ZERO WHEN THE COLUMN IS ALL SPACES.      *
007200*****************************************************************
007210 3300-FIND-LAST-CHAR.
007220     MOVE 40 TO WS-COLUMN-LAST.
007230     PERFORM 3310-STEP-BACK THRU 3310-EXIT
007240         UNTIL WS-COLUMN-LAST = ZERO
007250            OR WS-COLUMN-CHAR (WS-COLUMN-LAST) NOT = SPACE.
007260 3300-EXIT.
007270     EXIT.
007280*****************************************************************
007290*    3310-STEP-BACK                                             *
007300*****************************************************************
007310 3310-STEP-BACK.
007320     SUBTRACT 1 FROM WS-COLUMN-LAST.
007330 3310-EXIT.
007340     EXIT.
007350*****************************************************************
007360*    3900-WRITE-LINE                                            *
007370*****************************************************************
007380 3900-WRITE-LINE.
007390     COMPUTE WS-LINE-LENGTH = WS-LINE-PTR - 1.
007400     MOVE WS-LINE-AREA TO VENDOR-EXTRACT-LINE.
007410     WRITE VENDOR-EXTRACT-LINE.
007420     IF NOT WS-EXTRACT-OK
007430         DISPLAY 'AMSV152 - EXTRACT WRITE FAILED '
007440             WS-EXTRACT-STATUS
007450         MOVE 16 TO RETURN-CODE
007460         STOP RUN
007470     END-IF.
007480     ADD 1 TO WS-LINES-WRITTEN.
007490 3900-EXIT.
007500     EXIT.
007510*****************************************************************
007520*    8000-TERMINATE                                             *
007530*        THE TRAILER: "TRAILER",RUN DATE,DETAIL LINE COUNT.     *
007540*        THE HEADER AND TRAILER ARE NOT IN THE COUNT.           *
007550*****************************************************************
007560 8000-TERMINATE.
007570     MOVE SPACES TO WS-LINE-AREA.
007580     MOVE 1 TO WS-LINE-PTR.
007590     MOVE 'Y' TO WS-FIRST-COLUMN-SWITCH.
007600     MOVE 'TRAILER' TO WS-COLUMN-TEXT.
007610     PERFORM 3000-ADD-TEXT-COLUMN THRU 3000-EXIT.
007620     MOVE WS-RUN-DATE TO WS-COLUMN-TEXT.
007630     PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT.
007640     MOVE WS-LINES-WRITTEN TO WS-EDIT-COUNT.
007650     MOVE WS-EDIT-COUNT TO WS-COLUMN-TEXT.
007660     PERFORM 3100-ADD-NUMBER-COLUMN THRU 3100-EXIT.
007670     COMPUTE WS-LINE-LENGTH = WS-LINE-PTR - 1.
007680     MOVE WS-LINE-AREA TO VENDOR-EXTRACT-LINE.
007690     WRITE VENDOR-EXTRACT-LINE.
007700     IF NOT WS-EXTRACT-OK
007710         DISPLAY 'AMSV152 - EXTRACT TRAILER WRITE FAILED '
007720             WS-EXTRACT-STATUS
007730         MOVE 16 TO RETURN-CODE
007740         STOP RUN
007750     END-IF.
007760     CLOSE AMS-VENDOR-MASTER
007770           LOCATION-COORDINATES
007780           HISTORY-SORTED-FILE
007790           VENDOR-EXTRACT-FILE.
007800     IF WS-ASSIGN-OPEN
007810         CLOSE ASSIGNMENT-FILE
007820     END-IF.
007830     DISPLAY 'AMSV152 - MASTER RECORDS READ : ' WS-MASTER-READ.
007840     DISPLAY 'AMSV152 - DETAIL LINES WRITTEN: ' WS-LINES-WRITTEN.
007850     DISPLAY 'AMSV152 - NO COORDINATES      : ' WS-NO-COORDINATES.
007860     DISPLAY 'AMSV152 - NO DEPOT ASSIGNMENT : ' WS-NO-ASSIGNMENT.
007870     DISPLAY 'AMSV152 - NO CHANGE HISTORY   : ' WS-NO-HISTORY.
007880 8000-EXIT.
007890     EXIT.
