000140*                  EVERY ADDRESS THAT IS UPDATED IS LOGGED TO     *
000150*                  VENDOR-CHANGE-HISTORY VIA AMSV120, THE SAME    *
000160*                  AS AN ONLINE OR BATCH MAINTENANCE CHANGE.      *
000000*                                                               *
000000*                  THE COORDINATES THAT COME BACK WITH A         *
000000*                  RESOLVED ADDRESS ARE ONLY STORED ON AMSVLOCC  *
000000*                  WHEN THEY ARE PLAUSIBLE - INSIDE THE BOUNDING *
000000*                  BOX FOR THE LOCATION'S STATE AND WITHIN       *
000000*                  75 KM OF THE POSTCODE CENTROID ON AMSVPCEN    *
000000*                  (DD AMSVPCN, WRITTEN BY AMSV178) WHEN THE     *
000000*                  POSTCODE HAS ONE.  ANYTHING ELSE IS HELD ON   *
000000*                  THE GEOCODE REVIEW FILE FOR A CLERK TO ACCEPT *
000000*                  OR REJECT THROUGH AMSV167.  THE ADDRESS IS    *
000000*                  STILL UPDATED EITHER WAY.                     *
000170*                                                               *
000180*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000190*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000000*                    THE SHARED STREAM CONTROL FILE (AMSVCTL)   *
000000*                    FOR THE END-OF-STREAM BALANCING STEP       *
000000*                    AMSV190.                                   *
000000*   10/15/2026 DK    CHECKS THE STREAM RUN-CONTROL FILE THROUGH *
000000*                    AMSV191 BEFORE RUNNING AND MARKS THE STEP  *
000000*                    COMPLETE OR FAILED AT THE END, SO A STEP   *
000000*                    ALREADY COMPLETE FOR THE CYCLE IS NOT      *
000000*                    RERUN UNLESS FORCED AND NO STEP RUNS AHEAD *
000000*                    OF AN UNFINISHED ONE.                      *
000000*   10/15/2026 DK    CHECKS EACH RESOLVED LATITUDE/LONGITUDE    *
000000*                    AGAINST A BOUNDING BOX FOR THE LOCATION'S  *
000000*                    STATE AND, WHERE AMSVPCEN HAS ONE, ITS     *
000000*                    DISTANCE FROM THE POSTCODE CENTROID.  A    *
000000*                    FAILURE IS HELD ON THE GEOCODE REVIEW FILE *
000000*                    (DD AMV6GRV, SEE AMSVGREV) FOR AMSV167 AND *
000000*                    THE COORDINATES ON AMSVLOCC ARE KEPT.      *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     AMSV165.
000000     SELECT STREAM-CONTROL-FILE ASSIGN TO AMSVCTL
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-CONTROL-STATUS.
000000     SELECT CENTROID-FILE ASSIGN TO AMSVPCN
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-CENTROID-STATUS.
000000     SELECT GEOCODE-REVIEW-FILE ASSIGN TO AMV6GRV
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REVIEW-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  AMSV165-RESPONSE
000000 FD  STREAM-CONTROL-FILE
000000     RECORDING MODE IS F.
000000 COPY AMSVCTL.
000000 FD  CENTROID-FILE
000000     RECORDING MODE IS F.
000000 COPY AMSVPCEN.
000000 FD  GEOCODE-REVIEW-FILE
000000     RECORDING MODE IS F.
000000 COPY AMSVGREV.
000620 WORKING-STORAGE SECTION.
000630 01  WS-RESPONSE-STATUS          PIC XX.
000000     88  WS-RESPONSE-OK          VALUE '00'.
000000 01  WS-CONTROL-STATUS           PIC XX.
000000     88  WS-CONTROL-OK           VALUE '00'.
000000     88  WS-CONTROL-EMPTY        VALUE '05' '35'.
000000 01  WS-CENTROID-STATUS          PIC XX.
000000     88  WS-CENTROID-OK          VALUE '00'.
000000 01  WS-REVIEW-STATUS            PIC XX.
000000     88  WS-REVIEW-OK            VALUE '00'.
000000 01  WS-HASH-TOTAL               PIC 9(13) COMP VALUE ZERO.
000660 01  WS-SWITCHES.
000670     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000680         88  WS-EOF              VALUE 'Y'.
000000     05  WS-CENTROID-EOF-SWITCH  PIC X(01) VALUE 'N'.
000000         88  WS-CENTROID-EOF     VALUE 'Y'.
000000     05  WS-PLAUSIBLE-SWITCH     PIC X(01).
000000         88  WS-COORD-PLAUSIBLE  VALUE 'Y'.
000000         88  WS-COORD-IMPLAUSIBLE VALUE 'N'.
000000     05  WS-CENTROID-FOUND-SWITCH PIC X(01).
000000         88  WS-CENTROID-FOUND   VALUE 'Y'.
000000     05  WS-RUN-FAILED-SWITCH    PIC X(01) VALUE 'N'.
000000         88  WS-RUN-FAILED       VALUE 'Y'.
000690 01  WS-BEFORE-IMAGE             PIC X(177).
000700 01  WS-COUNTERS.
000710     05  WS-RESPONSES-READ       PIC 9(07) COMP VALUE ZERO.
000720     05  WS-ADDRESSES-UPDATED    PIC 9(07) COMP VALUE ZERO.
000730     05  WS-ADDRESSES-UNRESOLVED PIC 9(07) COMP VALUE ZERO.
000000     05  WS-COORDINATES-STORED   PIC 9(07) COMP VALUE ZERO.
000000     05  WS-COORDINATES-HELD     PIC 9(07) COMP VALUE ZERO.
000000     05  WS-CENTROIDS-LOADED     PIC 9(07) COMP VALUE ZERO.
000000 01  WS-CURRENT-DATE             PIC 9(08).
000740 01  AMSV120-PARMS.
000750     05  AMSV120-FUNCTION        PIC X(05).
000900     05  FILLER                  PIC X(02) VALUE SPACES.
000910     05  UD-REASON-CODE          PIC X(20).
000920     05  FILLER                  PIC X(98) VALUE SPACES.
000000*****************************************************************
000000*   WHY THE COORDINATES ARE BEING HELD, SET BY 2160.            *
000000*****************************************************************
000000 01  WS-HOLD-REASON              PIC X(01).
000000 01  WS-HOLD-REASON-TEXT         PIC X(30).
000000*****************************************************************
000000*   A RESOLVED POSITION FURTHER THAN THIS FROM ITS POSTCODE     *
000000*   CENTROID IS HELD.  THE CENTROIDS ARE THE MEAN OF OUR OWN    *
000000*   SITES (SEE AMSVPCEN), AND THE LARGEST COUNTRY POSTCODES     *
000000*   SPREAD THEIR SITES WELL BEYOND 50 KM.                       *
000000*****************************************************************
000000 01  WS-CENTROID-LIMIT-KM        PIC 9(05)V9(01) VALUE 75.0.
000000*****************************************************************
000000*   POSTCODE CENTROIDS FROM AMSVPCEN.  SLOT = POSTCODE + 1, AS  *
000000*   IN AMSV178.                                                 *
000000*****************************************************************
000000 01  WS-PC-SUB                   PIC 9(05) COMP VALUE ZERO.
000000 01  WS-CENTROID-TABLE-AREA.
000000     05  WS-CENTROID-ENTRY OCCURS 10000 TIMES.
000000         10  WCN-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000000         10  WCN-LATITUDE        PIC S9(03)V9(06) COMP.
000000         10  WCN-LONGITUDE       PIC S9(03)V9(06) COMP.
000000*****************************************************************
000000*   BOUNDING BOX PER STATE, IN SIGNED DEGREES - SOUTHERNMOST    *
000000*   AND NORTHERNMOST LATITUDE, WESTERNMOST AND EASTERNMOST      *
000000*   LONGITUDE - WITH A MARGIN OF ABOUT 10 KM.  OFFSHORE         *
000000*   TERRITORIES (LORD HOWE, NORFOLK, CHRISTMAS AND COCOS) FALL  *
000000*   OUTSIDE AND ARE HELD FOR A CLERK TO ACCEPT.  A STATE NOT ON *
000000*   THE TABLE IS NOT BOX-CHECKED.                               *
000000*****************************************************************
000000 01  WS-STATE-BOX-DATA.
000000     05  FILLER.
000000         10  FILLER          PIC X(03) VALUE 'NSW'.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -37.6.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -28.1.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +140.9.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +153.7.
000000     05  FILLER.
000000         10  FILLER          PIC X(03) VALUE 'ACT'.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -36.0.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -35.1.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +148.7.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +149.5.
000000     05  FILLER.
000000         10  FILLER          PIC X(03) VALUE 'VIC'.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -39.3.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -33.9.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +140.9.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +150.1.
000000     05  FILLER.
000000         10  FILLER          PIC X(03) VALUE 'QLD'.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -29.3.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -9.0.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +137.9.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +153.7.
000000     05  FILLER.
000000         10  FILLER          PIC X(03) VALUE 'SA '.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -38.2.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -25.9.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +128.9.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +141.1.
000000     05  FILLER.
000000         10  FILLER          PIC X(03) VALUE 'WA '.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -35.3.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -13.6.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +112.8.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +129.1.
000000     05  FILLER.
000000         10  FILLER          PIC X(03) VALUE 'TAS'.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -43.8.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -39.4.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +143.7.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +148.6.
000000     05  FILLER.
000000         10  FILLER          PIC X(03) VALUE 'NT '.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -26.1.
000000         10  FILLER          PIC S9(03)V9(01) VALUE -10.8.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +128.9.
000000         10  FILLER          PIC S9(03)V9(01) VALUE +138.1.
000000 01  WS-STATE-BOX-TABLE REDEFINES WS-STATE-BOX-DATA.
000000     05  WS-STATE-BOX-ENTRY OCCURS 8 TIMES.
000000         10  BOX-STATE           PIC X(03).
000000         10  BOX-SOUTH-LATITUDE  PIC S9(03)V9(01).
000000         10  BOX-NORTH-LATITUDE  PIC S9(03)V9(01).
000000         10  BOX-WEST-LONGITUDE  PIC S9(03)V9(01).
000000         10  BOX-EAST-LONGITUDE  PIC S9(03)V9(01).
000000 01  WS-BOX-SUB                  PIC 9(02) COMP VALUE ZERO.
000000 01  WS-BOX-FOUND-SUB            PIC 9(02) COMP VALUE ZERO.
000000*****************************************************************
000000*   DISTANCE WORK FIELDS AND THE FIVE-DEGREE-BAND COSINE        *
000000*   TABLE, AS IN AMSV176.  THE LAST ENTRY COVERS EVERYTHING     *
000000*   FROM 50 DEGREES UP.                                         *
000000*****************************************************************
000000 01  WS-DELTA-LAT-KM             PIC S9(05)V9(02).
000000 01  WS-DELTA-LON-KM             PIC S9(05)V9(02).
000000 01  WS-MID-LATITUDE             PIC S9(03)V9(06).
000000 01  WS-ABS-MID-LATITUDE         PIC 9(03)V9(06).
000000 01  WS-DISTANCE-SQUARED         PIC 9(11)V9(02).
000000 01  WS-DISTANCE-KM              PIC 9(05)V9(01).
000000 01  WS-COS-BAND-NO              PIC 9(02) COMP.
000000 01  WS-COSINE-TABLE-DATA.
000000     05  FILLER              PIC X(06) VALUE '009990'.
000000     05  FILLER              PIC X(06) VALUE '059914'.
000000     05  FILLER              PIC X(06) VALUE '109763'.
000000     05  FILLER              PIC X(06) VALUE '159537'.
000000     05  FILLER              PIC X(06) VALUE '209239'.
000000     05  FILLER              PIC X(06) VALUE '258870'.
000000     05  FILLER              PIC X(06) VALUE '308434'.
000000     05  FILLER              PIC X(06) VALUE '357934'.
000000     05  FILLER              PIC X(06) VALUE '407373'.
000000     05  FILLER              PIC X(06) VALUE '456756'.
000000     05  FILLER              PIC X(06) VALUE '506428'.
000000 01  WS-COSINE-TABLE REDEFINES WS-COSINE-TABLE-DATA.
000000     05  WS-COSINE-ENTRY OCCURS 11 TIMES.
000000         10  CST-BAND-LOW        PIC 9(02).
000000         10  CST-COSINE          PIC V9(04).
000000 01  WS-KM-PER-DEGREE            PIC 9(03)V9(02) VALUE 111.12.
000000 COPY AMSV191.
000930 PROCEDURE DIVISION.
000940*****************************************************************
000950*    0000-MAINLINE                                              *
000960*****************************************************************
000970 0000-MAINLINE.
000000     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990     PERFORM 2000-PROCESS-ONE-RESPONSE THRU 2000-EXIT
001000         UNTIL WS-EOF.
001010     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000000     PERFORM 8900-MARK-STEP-DONE THRU 8900-EXIT.
001020     STOP RUN.
000000*****************************************************************
000000*    0100-CHECK-RUN-CONTROL                                     *
000000*        ASKS THE RUN-CONTROL SERVICE WHETHER THIS STEP MAY     *
000000*        RUN FOR THE CYCLE.  A STEP ALREADY COMPLETE, OR WHOSE  *
000000*        PRIOR STEP IS NOT, ENDS HERE BEFORE ANY FILE IS        *
000000*        OPENED.                                                *
000000*****************************************************************
000000 0100-CHECK-RUN-CONTROL.
000000     MOVE 'START' TO RCS-FUNCTION.
000000     MOVE 'AMSV165' TO RCS-STEP-NAME.
000000     CALL 'AMSV191' USING AMSV191-PARMS.
000000     IF RCS-MESSAGE NOT = SPACES
000000         DISPLAY 'AMSV165 - ' RCS-MESSAGE
000000     END-IF.
000000     IF RCS-RETURN-CODE NOT = ZERO
000000         MOVE RCS-RETURN-CODE TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     MOVE ZERO TO RETURN-CODE.
000000 0100-EXIT.
000000     EXIT.
001030*****************************************************************
001040*    1000-INITIALIZE                                            *
001050*****************************************************************
000000     IF NOT WS-RESPONSE-OK
000000         DISPLAY 'AMSV165 - OPEN FAILED, AMSV165-RESPONSE '
000000             WS-RESPONSE-STATUS
000000         SET WS-RUN-FAILED TO TRUE
000000         PERFORM 8000-TERMINATE THRU 8000-EXIT
000000         STOP RUN
000000     END-IF.
000000     IF NOT WS-MASTER-OK
000000         DISPLAY 'AMSV165 - OPEN FAILED, AMS-VENDOR-MASTER '
000000             WS-MASTER-STATUS
000000         SET WS-RUN-FAILED TO TRUE
000000         PERFORM 8000-TERMINATE THRU 8000-EXIT
000000         STOP RUN
000000     END-IF.
000000     IF NOT WS-UNRESOLVED-OK
000000         DISPLAY 'AMSV165 - OPEN FAILED, AMSV165-UNRESOLVED '
000000             WS-UNRESOLVED-STATUS
000000         SET WS-RUN-FAILED TO TRUE
000000         PERFORM 8000-TERMINATE THRU 8000-EXIT
000000         STOP RUN
000000     END-IF.
000000     IF NOT WS-COORD-OK
000000         DISPLAY 'AMSV165 - OPEN FAILED, LOCATION-COORDINATES '
000000             WS-COORD-STATUS
000000         SET WS-RUN-FAILED TO TRUE
000000         PERFORM 8000-TERMINATE THRU 8000-EXIT
000000         STOP RUN
000000     END-IF.
000000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
000000     OPEN OUTPUT GEOCODE-REVIEW-FILE.
000000     IF NOT WS-REVIEW-OK
000000         DISPLAY 'AMSV165 - OPEN FAILED, GEOCODE-REVIEW-FILE '
000000             WS-REVIEW-STATUS
000000         SET WS-RUN-FAILED TO TRUE
000000         PERFORM 8000-TERMINATE THRU 8000-EXIT
000000         STOP RUN
000000     END-IF.
000000     PERFORM 1050-LOAD-CENTROIDS THRU 1050-EXIT.
001110     MOVE 'OPEN' TO AMSV120-FUNCTION.
001120     CALL 'AMSV120' USING AMSV120-PARMS.
001130     PERFORM 1100-READ-RESPONSE THRU 1100-EXIT.
001140 1000-EXIT.
001150     EXIT.
000000*****************************************************************
000000*    1050-LOAD-CENTROIDS                                        *
000000*        NO CENTROID FILE - E.G. BEFORE AMSV178 HAS FIRST RUN - *
000000*        LEAVES ONLY THE STATE BOUNDING-BOX CHECK.              *
000000*****************************************************************
000000 1050-LOAD-CENTROIDS.
000000     OPEN INPUT CENTROID-FILE.
000000     IF NOT WS-CENTROID-OK
000000         DISPLAY 'AMSV165 - NO POSTCODE CENTROID FILE, STATUS '
000000             WS-CENTROID-STATUS ' - STATE CHECK ONLY'
000000         GO TO 1050-EXIT
000000     END-IF.
000000     PERFORM 1060-READ-ONE-CENTROID THRU 1060-EXIT
000000         UNTIL WS-CENTROID-EOF.
000000     CLOSE CENTROID-FILE.
000000 1050-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    1060-READ-ONE-CENTROID                                     *
000000*****************************************************************
000000 1060-READ-ONE-CENTROID.
000000     READ CENTROID-FILE
000000         AT END
000000             SET WS-CENTROID-EOF TO TRUE
000000             GO TO 1060-EXIT
000000     END-READ.
000000     IF PCN-POSTCODE NOT NUMERIC
000000        OR PCN-LATITUDE NOT NUMERIC
000000        OR PCN-LONGITUDE NOT NUMERIC
000000         GO TO 1060-EXIT
000000     END-IF.
000000     COMPUTE WS-PC-SUB = PCN-POSTCODE + 1.
000000     MOVE 'Y' TO WCN-FOUND-SWITCH (WS-PC-SUB).
000000     MOVE PCN-LATITUDE TO WCN-LATITUDE (WS-PC-SUB).
000000     MOVE PCN-LONGITUDE TO WCN-LONGITUDE (WS-PC-SUB).
000000     ADD 1 TO WS-CENTROIDS-LOADED.
000000 1060-EXIT.
000000     EXIT.
001160*****************************************************************
001170*    1100-READ-RESPONSE                                         *
001180*****************************************************************
000000*        WRITES (OR REWRITES, FOR A LOCATION GEOCODED ON AN     *
000000*        EARLIER CYCLE) THE LATITUDE/LONGITUDE THE SERVICE      *
000000*        RETURNED WITH THIS RESOLVED RESPONSE.                  *
000000*        COORDINATES THAT FAIL THE PLAUSIBILITY CHECK ARE HELD  *
000000*        FOR REVIEW INSTEAD AND THE STORED ONES ARE LEFT ALONE. *
000000*****************************************************************
000000 2150-STORE-COORDINATES.
000000     PERFORM 2160-CHECK-PLAUSIBILITY THRU 2160-EXIT.
000000     IF WS-COORD-IMPLAUSIBLE
000000         PERFORM 2190-HOLD-FOR-REVIEW THRU 2190-EXIT
000000         GO TO 2150-EXIT
000000     END-IF.
000000     MOVE GER-BRAND TO LCC-BRAND.
000000     MOVE GER-LOCATION-NUMBER TO LCC-LOCATION-NUMBER.
000000     MOVE GER-LATITUDE TO LCC-LATITUDE.
000000     END-IF.
000000 2150-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2160-CHECK-PLAUSIBILITY                                    *
000000*        THE CENTROID DISTANCE IS MEASURED FIRST SO A HELD ITEM *
000000*        ALWAYS CARRIES IT; WHEN BOTH CHECKS FAIL THE STATE BOX *
000000*        IS GIVEN AS THE REASON.  STATE AND POSTCODE ARE THOSE  *
000000*        OF THE MASTER RECORD JUST UPDATED BY 2100.             *
000000*****************************************************************
000000 2160-CHECK-PLAUSIBILITY.
000000     SET WS-COORD-PLAUSIBLE TO TRUE.
000000     MOVE 'N' TO WS-CENTROID-FOUND-SWITCH.
000000     MOVE ZERO TO WS-DISTANCE-KM.
000000     IF GER-LATITUDE NOT NUMERIC
000000        OR GER-LONGITUDE NOT NUMERIC
000000         SET WS-COORD-IMPLAUSIBLE TO TRUE
000000         MOVE 'N' TO WS-HOLD-REASON
000000         MOVE 'COORDINATES NOT NUMERIC' TO WS-HOLD-REASON-TEXT
000000         GO TO 2160-EXIT
000000     END-IF.
000000     PERFORM 2170-MEASURE-FROM-CENTROID THRU 2170-EXIT.
000000     MOVE ZERO TO WS-BOX-FOUND-SUB.
000000     PERFORM 2165-FIND-STATE-BOX THRU 2165-EXIT
000000         VARYING WS-BOX-SUB FROM 1 BY 1
000000         UNTIL WS-BOX-SUB > 8
000000            OR WS-BOX-FOUND-SUB NOT = ZERO.
000000     IF WS-BOX-FOUND-SUB NOT = ZERO
000000         IF GER-LATITUDE
000000                   < BOX-SOUTH-LATITUDE (WS-BOX-FOUND-SUB)
000000            OR GER-LATITUDE
000000                   > BOX-NORTH-LATITUDE (WS-BOX-FOUND-SUB)
000000            OR GER-LONGITUDE
000000                   < BOX-WEST-LONGITUDE (WS-BOX-FOUND-SUB)
000000            OR GER-LONGITUDE
000000                   > BOX-EAST-LONGITUDE (WS-BOX-FOUND-SUB)
000000             SET WS-COORD-IMPLAUSIBLE TO TRUE
000000             MOVE 'S' TO WS-HOLD-REASON
000000             MOVE SPACES TO WS-HOLD-REASON-TEXT
000000             STRING 'OUTSIDE ' DELIMITED BY SIZE
000000                 STATE OF AMS-VENDOR DELIMITED BY SPACE
000000                 ' BOUNDING BOX' DELIMITED BY SIZE
000000                 INTO WS-HOLD-REASON-TEXT
000000             END-STRING
000000             GO TO 2160-EXIT
000000         END-IF
000000     END-IF.
000000     IF WS-CENTROID-FOUND
000000        AND WS-DISTANCE-KM > WS-CENTROID-LIMIT-KM
000000         SET WS-COORD-IMPLAUSIBLE TO TRUE
000000         MOVE 'C' TO WS-HOLD-REASON
000000         MOVE 'TOO FAR FROM POSTCODE CENTROID'
000000             TO WS-HOLD-REASON-TEXT
000000     END-IF.
000000 2160-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2165-FIND-STATE-BOX                                        *
000000*****************************************************************
000000 2165-FIND-STATE-BOX.
000000     IF BOX-STATE (WS-BOX-SUB) = STATE OF AMS-VENDOR
000000         MOVE WS-BOX-SUB TO WS-BOX-FOUND-SUB
000000     END-IF.
000000 2165-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2170-MEASURE-FROM-CENTROID                                 *
000000*****************************************************************
000000 2170-MEASURE-FROM-CENTROID.
000000     IF POSTCODE OF AMS-VENDOR NOT NUMERIC
000000         GO TO 2170-EXIT
000000     END-IF.
000000     COMPUTE WS-PC-SUB = POSTCODE OF AMS-VENDOR + 1.
000000     IF WCN-FOUND-SWITCH (WS-PC-SUB) NOT = 'Y'
000000         GO TO 2170-EXIT
000000     END-IF.
000000     SET WS-CENTROID-FOUND TO TRUE.
000000     PERFORM 2180-COMPUTE-DISTANCE THRU 2180-EXIT.
000000 2170-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2180-COMPUTE-DISTANCE                                      *
000000*        EQUIRECTANGULAR APPROXIMATION BETWEEN THE RESOLVED     *
000000*        POSITION AND THE CENTROID AT WS-PC-SUB - THE SAME      *
000000*        ARITHMETIC AS AMSV176.                                 *
000000*****************************************************************
000000 2180-COMPUTE-DISTANCE.
000000     COMPUTE WS-DELTA-LAT-KM ROUNDED =
000000         (GER-LATITUDE - WCN-LATITUDE (WS-PC-SUB))
000000         * WS-KM-PER-DEGREE.
000000     COMPUTE WS-MID-LATITUDE ROUNDED =
000000         (GER-LATITUDE + WCN-LATITUDE (WS-PC-SUB)) / 2.
000000     IF WS-MID-LATITUDE < ZERO
000000         COMPUTE WS-ABS-MID-LATITUDE = ZERO - WS-MID-LATITUDE
000000     ELSE
000000         MOVE WS-MID-LATITUDE TO WS-ABS-MID-LATITUDE
000000     END-IF.
000000     COMPUTE WS-COS-BAND-NO = (WS-ABS-MID-LATITUDE / 5) + 1.
000000     IF WS-COS-BAND-NO > 11
000000         MOVE 11 TO WS-COS-BAND-NO
000000     END-IF.
000000     COMPUTE WS-DELTA-LON-KM ROUNDED =
000000         (GER-LONGITUDE - WCN-LONGITUDE (WS-PC-SUB))
000000         * WS-KM-PER-DEGREE * CST-COSINE (WS-COS-BAND-NO).
000000     COMPUTE WS-DISTANCE-SQUARED ROUNDED =
000000         (WS-DELTA-LAT-KM * WS-DELTA-LAT-KM)
000000         + (WS-DELTA-LON-KM * WS-DELTA-LON-KM).
000000     COMPUTE WS-DISTANCE-KM ROUNDED =
000000         WS-DISTANCE-SQUARED ** 0.5.
000000 2180-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2190-HOLD-FOR-REVIEW                                       *
000000*        THE COORDINATES ALREADY STORED, IF ANY, GO ON THE HELD *
000000*        ITEM SO THE CLERK CAN SEE WHAT ACCEPTING WOULD MOVE.   *
000000*****************************************************************
000000 2190-HOLD-FOR-REVIEW.
000000     MOVE SPACES TO GEOCODE-REVIEW-RECORD.
000000     MOVE GER-BRAND TO GRV-BRAND.
000000     MOVE GER-LOCATION-NUMBER TO GRV-LOCATION-NUMBER.
000000     MOVE STATE OF AMS-VENDOR TO GRV-STATE.
000000     MOVE POSTCODE OF AMS-VENDOR TO GRV-POSTCODE.
000000     MOVE GER-LATITUDE TO GRV-NEW-LATITUDE.
000000     MOVE GER-LONGITUDE TO GRV-NEW-LONGITUDE.
000000     MOVE GER-BRAND TO LCC-BRAND.
000000     MOVE GER-LOCATION-NUMBER TO LCC-LOCATION-NUMBER.
000000     READ LOCATION-COORDINATES
000000         INVALID KEY
000000             SET GRV-NO-OLD-ON-FILE TO TRUE
000000             MOVE ZERO TO GRV-OLD-LATITUDE
000000                          GRV-OLD-LONGITUDE
000000         NOT INVALID KEY
000000             SET GRV-OLD-ON-FILE TO TRUE
000000             MOVE LCC-LATITUDE TO GRV-OLD-LATITUDE
000000             MOVE LCC-LONGITUDE TO GRV-OLD-LONGITUDE
000000     END-READ.
000000     MOVE WS-HOLD-REASON TO GRV-REASON.
000000     MOVE WS-HOLD-REASON-TEXT TO GRV-REASON-TEXT.
000000     MOVE WS-CENTROID-FOUND-SWITCH TO GRV-CENTROID-SWITCH.
000000     MOVE WS-DISTANCE-KM TO GRV-DISTANCE-KM.
000000     MOVE WS-CURRENT-DATE TO GRV-HELD-DATE.
000000     WRITE GEOCODE-REVIEW-RECORD.
000000     IF NOT WS-REVIEW-OK
000000         DISPLAY 'AMSV165 - REVIEW FILE WRITE FAILED '
000000             GER-BRAND '/' GER-LOCATION-NUMBER ' '
000000             WS-REVIEW-STATUS
000000         SET WS-RUN-FAILED TO TRUE
000000         PERFORM 8000-TERMINATE THRU 8000-EXIT
000000         STOP RUN
000000     END-IF.
000000     ADD 1 TO WS-COORDINATES-HELD.
000000 2190-EXIT.
000000     EXIT.
001700*****************************************************************
001710*    2200-WRITE-UNRESOLVED                                      *
001720*****************************************************************
001850 8000-TERMINATE.
001860     MOVE 'CLOSE' TO AMSV120-FUNCTION.
001870     CALL 'AMSV120' USING AMSV120-PARMS.
000000     IF WS-RUN-FAILED
000000         MOVE 16 TO RETURN-CODE
000000     END-IF.
001880     CLOSE AMSV165-RESPONSE
001890           AMS-VENDOR-MASTER
001900           AMSV165-UNRESOLVED
000000           LOCATION-COORDINATES
000000           GEOCODE-REVIEW-FILE.
000000     PERFORM 7000-WRITE-CONTROL-RECORD THRU 7000-EXIT.
001910     DISPLAY 'AMSV165 - RESPONSES READ      : ' WS-RESPONSES-READ.
001920     DISPLAY 'AMSV165 - ADDRESSES UPDATED    : '
001950         WS-ADDRESSES-UNRESOLVED.
000000     DISPLAY 'AMSV165 - COORDINATES STORED   : '
000000         WS-COORDINATES-STORED.
000000     DISPLAY 'AMSV165 - COORDINATES HELD     : '
000000         WS-COORDINATES-HELD.
001960     IF WS-ADDRESSES-UNRESOLVED > 0
000000        OR WS-COORDINATES-HELD > 0
000000         IF RETURN-CODE < 4
000000             MOVE 4 TO RETURN-CODE
000000         END-IF
001980     END-IF.
001990 8000-EXIT.
002000     EXIT.
000000     CLOSE STREAM-CONTROL-FILE.
000000 7000-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    8900-MARK-STEP-DONE                                        *
000000*        RECORDS THE STEP ON THE RUN-CONTROL FILE - COMPLETE,   *
000000*        OR FAILED WHEN IT ENDS ABOVE RETURN CODE 4.  THE       *
000000*        STEP'S OWN RETURN CODE STANDS UNLESS THE FILE COULD    *
000000*        NOT BE UPDATED.                                        *
000000*****************************************************************
000000 8900-MARK-STEP-DONE.
000000     MOVE 'DONE' TO RCS-FUNCTION.
000000     MOVE RETURN-CODE TO RCS-STEP-RETURN-CODE.
000000     CALL 'AMSV191' USING AMSV191-PARMS.
000000     MOVE RCS-STEP-RETURN-CODE TO RETURN-CODE.
000000     IF RCS-RETURN-CODE NOT = ZERO
000000         DISPLAY 'AMSV165 - ' RCS-MESSAGE
000000         IF RCS-RETURN-CODE > RETURN-CODE
000000             MOVE RCS-RETURN-CODE TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000 8900-EXIT.
000000     EXIT.
