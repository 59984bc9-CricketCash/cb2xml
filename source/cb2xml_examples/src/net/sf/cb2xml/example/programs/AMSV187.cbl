000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV187                                      *
000040*   DESCRIPTION :  ONLINE CHANGE-HISTORY BROWSE.  A CICS        *
000050*                  PSEUDO-CONVERSATIONAL INQUIRY TRANSACTION    *
000060*                  (VHST) FOR THE CLERK ON THE PHONE TO A STORE *
000070*                  ASKING WHY ITS ADDRESS OR STATUS CHANGED.    *
000080*                  THE OPERATOR KEYS A BRAND AND LOCATION-      *
000090*                  NUMBER, OR ARRIVES WITH ONE ALREADY FILLED   *
000100*                  BY PRESSING PF5 ON THE VMNT KEY SCREEN       *
000110*                  (AMSV180) OR AGAINST A VSRC SEARCH ROW       *
000120*                  (AMSV185).  THAT LOCATION'S VENDOR-CHANGE-   *
000130*                  HISTORY ROWS ARE LISTED NEWEST FIRST, TWELVE *
000140*                  TO A SCREEN - DATE, TIME, CHANGE TYPE AND    *
000150*                  CHANGED-BY - WITH 'F' PAGING BACK TO OLDER   *
000160*                  ROWS.  PICKING A ROW SHOWS ONLY THE FIELDS   *
000170*                  THAT DIFFER BETWEEN ITS BEFORE AND AFTER     *
000180*                  IMAGES, OLD VALUE BESIDE NEW.  A FIELD TOO   *
000190*                  LONG FOR ITS COLUMN RUNS ONTO A SECOND LINE. *
000200*                                                               *
000210*                  INQUIRY ONLY - NOTHING IS EVER UPDATED.  THE *
000220*                  AMSVAUT AUTHORITY FILE GOVERNS IT AS IT DOES *
000230*                  VMNT: THE OPERATOR MUST BE ON FILE, HOLD THE *
000240*                  INQUIRE GRANT AND BE ALLOWED THE BRAND, AND  *
000250*                  THE RECORD IS RE-READ EVERY TASK.            *
000260*                                                               *
000270*                  THE HISTORY IS BROWSED ON AMSVHSK, THE KEYED *
000280*                  (VCH-KEY) COPY OF AMSVHIST RELOADED BY THE   *
000290*                  NIGHTLY STREAM - THE SEQUENTIAL AMSVHIST     *
000300*                  ITSELF IS THE AMVH TD QUEUE'S DATASET AND    *
000310*                  CANNOT BE BROWSED BY KEY.  THE LIST THUS     *
000320*                  RUNS TO THE LAST NIGHTLY RUN, THE SAME AS    *
000330*                  THE BATCH AMSV140 REPLAY.                    *
000340*                                                               *
000350*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000360*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000370*   DATE-WRITTEN:  10/15/2026                                   *
000380*---------------------------------------------------------------*
000390*   MODIFICATION HISTORY                                        *
000400*---------------------------------------------------------------*
000410*   DATE       INIT  DESCRIPTION                                *
000420*   ---------- ----  ---------------------------------------    *
000430*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     AMSV187.
000470 AUTHOR.         D. KOWALCZYK.
000480 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000490 DATE-WRITTEN.   10/15/2026.
000500 DATE-COMPILED.  10/15/2026.
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 DATA DIVISION.
000560 WORKING-STORAGE SECTION.
000570*****************************************************************
000580*   THE HISTORY RECORD AND THE TWO IMAGES ARE READ THROUGH CICS *
000590*   FILE CONTROL, SO THEY LIVE IN WORKING-STORAGE.  EACH IMAGE  *
000600*   IS LAID OUT WITH COPY VENDOR TO GET AT ITS FIELDS.          *
000610*****************************************************************
000620 COPY AMSVHIST.
000630 COPY Vendor REPLACING ==AMS-VENDOR-ALT== BY ==WS-OLD-VENDOR-ALT==
000640                       ==AMS-VENDOR-KEY== BY ==WS-OLD-VENDOR-KEY==
000650                       ==AMS-VENDOR==     BY ==WS-OLD-VENDOR==.
000660 COPY Vendor REPLACING ==AMS-VENDOR-ALT== BY ==WS-NEW-VENDOR-ALT==
000670                       ==AMS-VENDOR-KEY== BY ==WS-NEW-VENDOR-KEY==
000680                       ==AMS-VENDOR==     BY ==WS-NEW-VENDOR==.
000690 COPY AMSVAUTH.
000700 COPY AMSV187.
000710 01  WS-RESP                     PIC S9(08) COMP.
000720 01  WS-RECEIVE-LENGTH           PIC S9(04) COMP.
000730 01  WS-EDIT-REASON              PIC X(40).
000740 01  WS-KEY-LINE.
000750     05  KL-BRAND                PIC X(03).
000760     05  KL-LOCATION-NUMBER      PIC X(04).
000770 01  WS-PICK-LINE.
000780     05  PK-ACTION               PIC X(01).
000790     05  FILLER                  PIC X(01).
000800     05  PK-LINE-NUMBER          PIC 9(02).
000810 01  WS-SEND-LINE                PIC X(80).
000820 01  WS-SWITCHES.
000830     05  WS-BROWSE-DONE-SWITCH   PIC X(01).
000840         88  WS-BROWSE-DONE      VALUE 'Y'.
000850     05  WS-SKIP-FIRST-SWITCH    PIC X(01).
000860         88  WS-SKIP-FIRST       VALUE 'Y'.
000870     05  WS-EDIT-SWITCH          PIC X(01).
000880         88  WS-EDIT-OK          VALUE 'Y'.
000890         88  WS-EDIT-NOT-OK      VALUE 'N'.
000900     05  WS-BRAND-ALLOWED-SWITCH PIC X(01).
000910         88  WS-BRAND-ALLOWED    VALUE 'Y'.
000920 01  WS-BROWSE-RID               PIC X(23).
000930 01  WS-AUTH-BRAND-SUB           PIC 9(03) COMP.
000940 01  WS-LINE-SUB                 PIC 9(02) COMP.
000950*****************************************************************
000960*   ONE SCREEN - UP TO TWENTY LINES SENT AS A SINGLE BLOCK.     *
000970*   THE LIST USES A HEADER, TWELVE ROWS AND A FOOTER; THE       *
000980*   DETAIL USES TWO HEADER LINES, ONE OR TWO LINES PER FIELD    *
000990*   AND A FOOTER.                                               *
001000*****************************************************************
001010 01  WS-SCREEN-AREA.
001020     05  WS-SCREEN-LINE OCCURS 20 TIMES
001030                                 PIC X(80).
001040 01  WS-LIST-DETAIL-LINE.
001050     05  LD-SEL                  PIC Z9.
001060     05  FILLER                  PIC X(02) VALUE SPACES.
001070     05  LD-CHANGE-DATE          PIC 9999/99/99.
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  LD-CHANGE-TIME          PIC 99B99B99.
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  LD-CHANGE-TYPE          PIC X(08).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  LD-CHANGED-BY           PIC X(08).
001140     05  FILLER                  PIC X(36) VALUE SPACES.
001150 01  WS-TIME-HHMMSS              PIC 9(06).
001160 01  WS-DETAIL-HEADER-LINE.
001170     05  DH-BRAND                PIC X(03).
001180     05  FILLER                  PIC X(01) VALUE '/'.
001190     05  DH-LOCATION-NUMBER      PIC X(04).
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  DH-CHANGE-DATE          PIC 9999/99/99.
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  DH-CHANGE-TIME          PIC 99B99B99.
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  DH-CHANGE-TYPE          PIC X(08).
001260     05  FILLER                  PIC X(04) VALUE ' BY '.
001270     05  DH-CHANGED-BY           PIC X(08).
001280     05  FILLER                  PIC X(28) VALUE SPACES.
001290*****************************************************************
001300*   ONE FIELD'S OLD AND NEW VALUES SIDE BY SIDE.  A VALUE OVER  *
001310*   35 CHARACTERS (THE ADDRESS LINES) CONTINUES ON A SECOND     *
001320*   LINE WITH THE FIELD NAME LEFT BLANK.                        *
001330*****************************************************************
001340 01  WS-FIELD-NAME               PIC X(07).
001350 01  WS-FIELD-OLD                PIC X(40).
001360 01  WS-FIELD-NEW                PIC X(40).
001370 01  WS-DIFF-LINE.
001380     05  DF-FIELD-NAME           PIC X(07).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  DF-OLD-VALUE            PIC X(35).
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  DF-NEW-VALUE            PIC X(35).
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440 LINKAGE SECTION.
001450 01  DFHCOMMAREA                 PIC X(340).
001460 PROCEDURE DIVISION.
001470*****************************************************************
001480*    0000-MAINLINE                                              *
001490*****************************************************************
001500 0000-MAINLINE.
001510     IF EIBCALEN = 0
001520         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
001530     ELSE
001540         MOVE DFHCOMMAREA TO AMSV187-COMMAREA
001550         PERFORM 2000-CONTINUE-CONVERSATION THRU 2000-EXIT
001560     END-IF.
001570     EXEC CICS RETURN
001580         TRANSID('VHST')
001590         COMMAREA(AMSV187-COMMAREA)
001600         LENGTH(LENGTH OF AMSV187-COMMAREA)
001610     END-EXEC.
001620     GOBACK.
001630*****************************************************************
001640*    1000-INITIAL-ENTRY                                         *
001650*****************************************************************
001660 1000-INITIAL-ENTRY.
001670     MOVE SPACES TO AMSV187-COMMAREA.
001680     EXEC CICS ASSIGN
001690         OPERID(HCA-OPERATOR-ID)
001700     END-EXEC.
001710     PERFORM 1100-PROMPT-FOR-KEY THRU 1100-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740*****************************************************************
001750*    1100-PROMPT-FOR-KEY                                        *
001760*****************************************************************
001770 1100-PROMPT-FOR-KEY.
001780     SET HCA-AWAITING-KEY TO TRUE.
001790     MOVE SPACES TO WS-SEND-LINE.
001800     MOVE 'AMSV187 CHANGE HISTORY - BRAND LOC#' TO WS-SEND-LINE.
001810     EXEC CICS SEND
001820         FROM(WS-SEND-LINE)
001830         LENGTH(LENGTH OF WS-SEND-LINE)
001840         ERASE
001850     END-EXEC.
001860 1100-EXIT.
001870     EXIT.
001880*****************************************************************
001890*    2000-CONTINUE-CONVERSATION                                 *
001900*        DISPATCHES ON THE DIALOG STATE CARRIED IN THE COMMAREA.*
001910*****************************************************************
001920 2000-CONTINUE-CONVERSATION.
001930     EVALUATE TRUE
001940         WHEN HCA-AWAITING-KEY
001950             PERFORM 2100-RECEIVE-KEY-LINE THRU 2100-EXIT
001960         WHEN HCA-KEY-SELECTED
001970             PERFORM 2150-START-LIST THRU 2150-EXIT
001980         WHEN HCA-AWAITING-PICK
001990             PERFORM 2200-RECEIVE-PICK THRU 2200-EXIT
002000         WHEN HCA-SHOWING-DETAIL
002010             PERFORM 2400-RECEIVE-AFTER-DETAIL THRU 2400-EXIT
002020         WHEN OTHER
002030             PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
002040     END-EVALUATE.
002050 2000-EXIT.
002060     EXIT.
002070*****************************************************************
002080*    2100-RECEIVE-KEY-LINE                                      *
002090*****************************************************************
002100 2100-RECEIVE-KEY-LINE.
002110     MOVE SPACES TO WS-KEY-LINE.
002120     MOVE LENGTH OF WS-KEY-LINE TO WS-RECEIVE-LENGTH.
002130     EXEC CICS RECEIVE
002140         INTO(WS-KEY-LINE)
002150         LENGTH(WS-RECEIVE-LENGTH)
002160         RESP(WS-RESP)
002170     END-EXEC.
002180     IF KL-BRAND = SPACES OR KL-LOCATION-NUMBER NOT NUMERIC
002190         MOVE 'KEY A BRAND AND A 4-DIGIT LOCATION NUMBER'
002200             TO WS-EDIT-REASON
002210         PERFORM 2900-SEND-ERROR THRU 2900-EXIT
002220         SET HCA-AWAITING-KEY TO TRUE
002230         GO TO 2100-EXIT
002240     END-IF.
002250     MOVE KL-BRAND TO HCA-BRAND.
002260     MOVE KL-LOCATION-NUMBER TO HCA-LOCATION-NUMBER.
002270     PERFORM 2150-START-LIST THRU 2150-EXIT.
002280 2100-EXIT.
002290     EXIT.
002300*****************************************************************
002310*    2150-START-LIST                                            *
002320*        FIRST PAGE FOR A NEW KEY - KEYED HERE OR HANDED IN BY  *
002330*        VMNT OR VSRC.  THE AUTHORITY CHECK IS MADE EITHER WAY. *
002340*****************************************************************
002350 2150-START-LIST.
002360     MOVE SPACES TO HCA-PAGE-START-KEY
002370                    HCA-RESUME-KEY.
002380     PERFORM 3000-LIST-PAGE THRU 3000-EXIT.
002390 2150-EXIT.
002400     EXIT.
002410*****************************************************************
002420*    2200-RECEIVE-PICK                                          *
002430*        'S NN' SHOWS WHAT ROW NN CHANGED; 'F' PAGES BACK TO    *
002440*        OLDER ROWS; ANYTHING ELSE ASKS FOR A NEW KEY.          *
002450*****************************************************************
002460 2200-RECEIVE-PICK.
002470     MOVE SPACES TO WS-PICK-LINE.
002480     MOVE LENGTH OF WS-PICK-LINE TO WS-RECEIVE-LENGTH.
002490     EXEC CICS RECEIVE
002500         INTO(WS-PICK-LINE)
002510         LENGTH(WS-RECEIVE-LENGTH)
002520         RESP(WS-RESP)
002530     END-EXEC.
002540     IF WS-RESP NOT = ZERO
002550         PERFORM 1100-PROMPT-FOR-KEY THRU 1100-EXIT
002560         GO TO 2200-EXIT
002570     END-IF.
002580     EVALUATE PK-ACTION
002590         WHEN 'S'
002600             PERFORM 2300-SHOW-ONE-CHANGE THRU 2300-EXIT
002610         WHEN 'F'
002620             MOVE HCA-RESUME-KEY TO HCA-PAGE-START-KEY
002630             PERFORM 3000-LIST-PAGE THRU 3000-EXIT
002640         WHEN OTHER
002650             PERFORM 1100-PROMPT-FOR-KEY THRU 1100-EXIT
002660     END-EVALUATE.
002670 2200-EXIT.
002680     EXIT.
002690*****************************************************************
002700*    2300-SHOW-ONE-CHANGE                                       *
002710*        RE-READS THE PICKED ROW BY ITS FULL KEY AND LISTS THE  *
002720*        FIELDS THAT DIFFER.  AN ADD OR BASELINE ROW HAS NO     *
002730*        BEFORE-IMAGE, SO EVERY FIELD IT SET SHOWS AGAINST A    *
002740*        BLANK; A DELETE SHOWS EVERY FIELD IT CLEARED.  THE     *
002750*        KEY ITSELF NEVER CHANGES AND IS NOT COMPARED.          *
002760*****************************************************************
002770 2300-SHOW-ONE-CHANGE.
002780     IF PK-LINE-NUMBER NOT NUMERIC
002790        OR PK-LINE-NUMBER = ZERO
002800        OR PK-LINE-NUMBER > HCA-LINE-COUNT
002810         MOVE 'SELECTION IS NOT ON THE LIST' TO WS-EDIT-REASON
002820         PERFORM 2900-SEND-ERROR THRU 2900-EXIT
002830         SET HCA-AWAITING-KEY TO TRUE
002840         GO TO 2300-EXIT
002850     END-IF.
002860     PERFORM 3200-CHECK-AUTHORITY THRU 3200-EXIT.
002870     IF WS-EDIT-NOT-OK
002880         PERFORM 2900-SEND-ERROR THRU 2900-EXIT
002890         SET HCA-AWAITING-KEY TO TRUE
002900         GO TO 2300-EXIT
002910     END-IF.
002920     MOVE HCA-LINE-KEY (PK-LINE-NUMBER) TO WS-BROWSE-RID.
002930     EXEC CICS READ
002940         DATASET('AMSVHSK')
002950         INTO(VENDOR-CHANGE-HISTORY)
002960         RIDFLD(WS-BROWSE-RID)
002970         RESP(WS-RESP)
002980     END-EXEC.
002990     IF WS-RESP NOT = ZERO
003000         MOVE 'HISTORY ROW NO LONGER ON FILE' TO WS-EDIT-REASON
003010         PERFORM 2900-SEND-ERROR THRU 2900-EXIT
003020         SET HCA-AWAITING-KEY TO TRUE
003030         GO TO 2300-EXIT
003040     END-IF.
003050     MOVE VCH-BEFORE-IMAGE TO WS-OLD-VENDOR.
003060     MOVE VCH-AFTER-IMAGE TO WS-NEW-VENDOR.
003070     MOVE SPACES TO WS-SCREEN-AREA.
003080     MOVE VCH-BRAND TO DH-BRAND.
003090     MOVE VCH-LOCATION-NUMBER TO DH-LOCATION-NUMBER.
003100     MOVE VCH-CHANGE-DATE TO DH-CHANGE-DATE.
003110     MOVE VCH-CHANGE-TIME(1:6) TO WS-TIME-HHMMSS.
003120     MOVE WS-TIME-HHMMSS TO DH-CHANGE-TIME.
003130     PERFORM 3600-NAME-CHANGE-TYPE THRU 3600-EXIT.
003140     MOVE LD-CHANGE-TYPE TO DH-CHANGE-TYPE.
003150     MOVE VCH-CHANGED-BY TO DH-CHANGED-BY.
003160     MOVE WS-DETAIL-HEADER-LINE TO WS-SCREEN-LINE (1).
003170     MOVE 'FIELD   WAS                                 NOW'
003180         TO WS-SCREEN-LINE (2).
003190     MOVE 2 TO WS-LINE-SUB.
003200     MOVE 'TYPE' TO WS-FIELD-NAME.
003210     MOVE LOCATION-TYPE OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003220     MOVE LOCATION-TYPE OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003230     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003240     MOVE 'NAME' TO WS-FIELD-NAME.
003250     MOVE LOCATION-NAME OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003260     MOVE LOCATION-NAME OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003270     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003280     MOVE 'ADDR 1' TO WS-FIELD-NAME.
003290     MOVE ADDRESS-1 OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003300     MOVE ADDRESS-1 OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003310     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003320     MOVE 'ADDR 2' TO WS-FIELD-NAME.
003330     MOVE ADDRESS-2 OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003340     MOVE ADDRESS-2 OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003350     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003360     MOVE 'ADDR 3' TO WS-FIELD-NAME.
003370     MOVE ADDRESS-3 OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003380     MOVE ADDRESS-3 OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003390     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003400     MOVE 'POSTCD' TO WS-FIELD-NAME.
003410     MOVE POSTCODE-X OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003420     MOVE POSTCODE-X OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003430     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003440     MOVE 'PHONE' TO WS-FIELD-NAME.
003450     MOVE CONTACT-PHONE OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003460     MOVE CONTACT-PHONE OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003470     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003480     MOVE 'STATE' TO WS-FIELD-NAME.
003490     MOVE STATE OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003500     MOVE STATE OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003510     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003520     MOVE 'ACTIVE' TO WS-FIELD-NAME.
003530     MOVE LOCATION-ACTIVE OF WS-OLD-VENDOR TO WS-FIELD-OLD.
003540     MOVE LOCATION-ACTIVE OF WS-NEW-VENDOR TO WS-FIELD-NEW.
003550     PERFORM 2350-ADD-DIFF-LINE THRU 2350-EXIT.
003560     IF WS-LINE-SUB = 2
003570         MOVE '   NO FIELD DIFFERS ON THIS ROW'
003580             TO WS-SCREEN-LINE (3)
003590     END-IF.
003600     MOVE 'ENTER=BACK TO LIST   X=NEW KEY'
003610         TO WS-SCREEN-LINE (20).
003620     EXEC CICS SEND
003630         FROM(WS-SCREEN-AREA)
003640         LENGTH(LENGTH OF WS-SCREEN-AREA)
003650         ERASE
003660     END-EXEC.
003670     SET HCA-SHOWING-DETAIL TO TRUE.
003680 2300-EXIT.
003690     EXIT.
003700*****************************************************************
003710*    2350-ADD-DIFF-LINE                                         *
003720*        NOTHING WHEN THE VALUES AGREE.  NINE FIELDS AT TWO     *
003730*        LINES APIECE COULD NOT OVERRUN LINE 19, AND ONLY THE   *
003740*        THREE ADDRESS LINES EVER TAKE TWO.                     *
003750*****************************************************************
003760 2350-ADD-DIFF-LINE.
003770     IF WS-FIELD-OLD = WS-FIELD-NEW
003780         GO TO 2350-EXIT
003790     END-IF.
003800     MOVE SPACES TO WS-DIFF-LINE.
003810     MOVE WS-FIELD-NAME TO DF-FIELD-NAME.
003820     MOVE WS-FIELD-OLD(1:35) TO DF-OLD-VALUE.
003830     MOVE WS-FIELD-NEW(1:35) TO DF-NEW-VALUE.
003840     ADD 1 TO WS-LINE-SUB.
003850     MOVE WS-DIFF-LINE TO WS-SCREEN-LINE (WS-LINE-SUB).
003860     IF WS-FIELD-OLD(36:5) = SPACES
003870        AND WS-FIELD-NEW(36:5) = SPACES
003880         GO TO 2350-EXIT
003890     END-IF.
003900     MOVE SPACES TO WS-DIFF-LINE.
003910     MOVE WS-FIELD-OLD(36:5) TO DF-OLD-VALUE.
003920     MOVE WS-FIELD-NEW(36:5) TO DF-NEW-VALUE.
003930     ADD 1 TO WS-LINE-SUB.
003940     MOVE WS-DIFF-LINE TO WS-SCREEN-LINE (WS-LINE-SUB).
003950 2350-EXIT.
003960     EXIT.
003970*****************************************************************
003980*    2400-RECEIVE-AFTER-DETAIL                                  *
003990*        'X' ASKS FOR A NEW KEY; ANYTHING ELSE REDRAWS THE      *
004000*        PAGE THE ROW WAS PICKED FROM.                          *
004010*****************************************************************
004020 2400-RECEIVE-AFTER-DETAIL.
004030     MOVE SPACES TO WS-PICK-LINE.
004040     MOVE LENGTH OF WS-PICK-LINE TO WS-RECEIVE-LENGTH.
004050     EXEC CICS RECEIVE
004060         INTO(WS-PICK-LINE)
004070         LENGTH(WS-RECEIVE-LENGTH)
004080         RESP(WS-RESP)
004090     END-EXEC.
004100     IF PK-ACTION = 'X'
004110         PERFORM 1100-PROMPT-FOR-KEY THRU 1100-EXIT
004120         GO TO 2400-EXIT
004130     END-IF.
004140     PERFORM 3000-LIST-PAGE THRU 3000-EXIT.
004150 2400-EXIT.
004160     EXIT.
004170*****************************************************************
004180*    3000-LIST-PAGE                                             *
004190*        BROWSES BACKWARD FROM HCA-PAGE-START-KEY (SPACES FOR   *
004200*        THE NEWEST ROW) COLLECTING UP TO TWELVE ROWS FOR THE   *
004210*        LOCATION.  POSITIONING FOR THE NEWEST ROW: A START AT  *
004220*        THE LOCATION'S KEY WITH HIGH-VALUES IN THE TIMESTAMP   *
004230*        LANDS ON THE FIRST ROW OF THE NEXT LOCATION, WHICH A   *
004240*        READNEXT TAKES; THE FIRST READPREV THEN RETURNS THAT   *
004250*        SAME ROW AGAIN AND IS SKIPPED.  WHEN NO LATER KEY      *
004260*        EXISTS THE BROWSE STARTS FROM END OF FILE INSTEAD.  A  *
004270*        LATER PAGE STARTS AT THE LAST ROW SHOWN, WHICH THE     *
004280*        FIRST READPREV RETURNS AND IS SKIPPED THE SAME WAY.    *
004290*****************************************************************
004300 3000-LIST-PAGE.
004310     PERFORM 3200-CHECK-AUTHORITY THRU 3200-EXIT.
004320     IF WS-EDIT-NOT-OK
004330         PERFORM 2900-SEND-ERROR THRU 2900-EXIT
004340         SET HCA-AWAITING-KEY TO TRUE
004350         GO TO 3000-EXIT
004360     END-IF.
004370     MOVE ZERO TO HCA-LINE-COUNT.
004380     MOVE SPACES TO WS-SCREEN-AREA.
004390     MOVE 'SEL DATE        TIME      TYPE      CHANGED BY'
004400         TO WS-SCREEN-LINE (1).
004410     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
004420     SET WS-SKIP-FIRST TO TRUE.
004430     IF HCA-PAGE-START-KEY = SPACES
004440         PERFORM 3050-POSITION-AT-NEWEST THRU 3050-EXIT
004450     ELSE
004460         MOVE HCA-PAGE-START-KEY TO WS-BROWSE-RID
004470         EXEC CICS STARTBR
004480             DATASET('AMSVHSK')
004490             RIDFLD(WS-BROWSE-RID)
004500             EQUAL
004510             RESP(WS-RESP)
004520         END-EXEC
004530         IF WS-RESP NOT = ZERO
004540             SET WS-BROWSE-DONE TO TRUE
004550         END-IF
004560     END-IF.
004570     PERFORM 3100-READ-ONE-BACKWARD THRU 3100-EXIT
004580         UNTIL WS-BROWSE-DONE
004590            OR HCA-LINE-COUNT NOT LESS THAN 12.
004600     IF NOT WS-BROWSE-DONE
004610         EXEC CICS ENDBR
004620             DATASET('AMSVHSK')
004630             RESP(WS-RESP)
004640         END-EXEC
004650     END-IF.
004660     IF HCA-LINE-COUNT = ZERO
004670         MOVE '   NO MORE HISTORY FOR THIS LOCATION'
004680             TO WS-SCREEN-LINE (2)
004690     END-IF.
004700     MOVE 'S NN=SHOW CHANGES   F=OLDER   X=NEW KEY'
004710         TO WS-SCREEN-LINE (14).
004720     EXEC CICS SEND
004730         FROM(WS-SCREEN-AREA)
004740         LENGTH(LENGTH OF WS-SCREEN-AREA)
004750         ERASE
004760     END-EXEC.
004770     SET HCA-AWAITING-PICK TO TRUE.
004780 3000-EXIT.
004790     EXIT.
004800*****************************************************************
004810*    3050-POSITION-AT-NEWEST                                    *
004820*****************************************************************
004830 3050-POSITION-AT-NEWEST.
004840     MOVE HIGH-VALUES TO WS-BROWSE-RID.
004850     MOVE HCA-KEY TO WS-BROWSE-RID(1:7).
004860     EXEC CICS STARTBR
004870         DATASET('AMSVHSK')
004880         RIDFLD(WS-BROWSE-RID)
004890         GTEQ
004900         RESP(WS-RESP)
004910     END-EXEC.
004920     IF WS-RESP = ZERO
004930         EXEC CICS READNEXT
004940             DATASET('AMSVHSK')
004950             INTO(VENDOR-CHANGE-HISTORY)
004960             RIDFLD(WS-BROWSE-RID)
004970             RESP(WS-RESP)
004980         END-EXEC
004990         GO TO 3050-EXIT
005000     END-IF.
005010     MOVE HIGH-VALUES TO WS-BROWSE-RID.
005020     EXEC CICS STARTBR
005030         DATASET('AMSVHSK')
005040         RIDFLD(WS-BROWSE-RID)
005050         GTEQ
005060         RESP(WS-RESP)
005070     END-EXEC.
005080     IF WS-RESP NOT = ZERO
005090         SET WS-BROWSE-DONE TO TRUE
005100     END-IF.
005110     MOVE 'N' TO WS-SKIP-FIRST-SWITCH.
005120 3050-EXIT.
005130     EXIT.
005140*****************************************************************
005150*    3100-READ-ONE-BACKWARD                                     *
005160*        THE BROWSE ENDS AT THE FIRST ROW OF AN EARLIER         *
005170*        LOCATION OR THE START OF THE FILE.                     *
005180*****************************************************************
005190 3100-READ-ONE-BACKWARD.
005200     EXEC CICS READPREV
005210         DATASET('AMSVHSK')
005220         INTO(VENDOR-CHANGE-HISTORY)
005230         RIDFLD(WS-BROWSE-RID)
005240         RESP(WS-RESP)
005250     END-EXEC.
005260     IF WS-RESP NOT = ZERO
005270         SET WS-BROWSE-DONE TO TRUE
005280         EXEC CICS ENDBR
005290             DATASET('AMSVHSK')
005300             RESP(WS-RESP)
005310         END-EXEC
005320         GO TO 3100-EXIT
005330     END-IF.
005340     IF WS-SKIP-FIRST
005350         MOVE 'N' TO WS-SKIP-FIRST-SWITCH
005360         GO TO 3100-EXIT
005370     END-IF.
005380     IF WS-BROWSE-RID(1:7) NOT = HCA-KEY
005390         SET WS-BROWSE-DONE TO TRUE
005400         EXEC CICS ENDBR
005410             DATASET('AMSVHSK')
005420             RESP(WS-RESP)
005430         END-EXEC
005440         GO TO 3100-EXIT
005450     END-IF.
005460     PERFORM 3500-ADD-LIST-LINE THRU 3500-EXIT.
005470 3100-EXIT.
005480     EXIT.
005490*****************************************************************
005500*    3200-CHECK-AUTHORITY                                       *
005510*        THE VMNT INQUIRE RULE: ON FILE, INQUIRE GRANTED, AND   *
005520*        THE BRAND IN THE LIST ('***' GRANTS EVERY BRAND,       *
005530*        SPACES MARK UNUSED SLOTS).  RE-READ EVERY TASK, SO A   *
005540*        GRANT PULLED DURING THE DAY TAKES EFFECT ON THE NEXT   *
005550*        SCREEN.                                                *
005560*****************************************************************
005570 3200-CHECK-AUTHORITY.
005580     SET WS-EDIT-OK TO TRUE.
005590     EXEC CICS READ
005600         DATASET('AMSVAUT')
005610         INTO(OPERATOR-AUTHORITY-RECORD)
005620         RIDFLD(HCA-OPERATOR-ID)
005630         RESP(WS-RESP)
005640     END-EXEC.
005650     IF WS-RESP NOT = ZERO
005660         SET WS-EDIT-NOT-OK TO TRUE
005670         MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO WS-EDIT-REASON
005680         GO TO 3200-EXIT
005690     END-IF.
005700     IF NOT OPA-MAY-INQUIRE
005710         SET WS-EDIT-NOT-OK TO TRUE
005720         MOVE 'OPERATOR NOT AUTHORIZED TO INQUIRE'
005730             TO WS-EDIT-REASON
005740         GO TO 3200-EXIT
005750     END-IF.
005760     MOVE 'N' TO WS-BRAND-ALLOWED-SWITCH.
005770     MOVE ZERO TO WS-AUTH-BRAND-SUB.
005780     PERFORM 3250-CHECK-ONE-BRAND THRU 3250-EXIT
005790         UNTIL WS-BRAND-ALLOWED
005800            OR WS-AUTH-BRAND-SUB NOT LESS THAN 10.
005810     IF NOT WS-BRAND-ALLOWED
005820         SET WS-EDIT-NOT-OK TO TRUE
005830         MOVE 'OPERATOR NOT AUTHORIZED FOR BRAND'
005840             TO WS-EDIT-REASON
005850     END-IF.
005860 3200-EXIT.
005870     EXIT.
005880*****************************************************************
005890*    3250-CHECK-ONE-BRAND                                       *
005900*****************************************************************
005910 3250-CHECK-ONE-BRAND.
005920     ADD 1 TO WS-AUTH-BRAND-SUB.
005930     IF OPA-BRAND-ENTRY (WS-AUTH-BRAND-SUB) = '***'
005940        OR (OPA-BRAND-ENTRY (WS-AUTH-BRAND-SUB) NOT = SPACES
005950            AND OPA-BRAND-ENTRY (WS-AUTH-BRAND-SUB) = HCA-BRAND)
005960         SET WS-BRAND-ALLOWED TO TRUE
005970     END-IF.
005980 3250-EXIT.
005990     EXIT.
006000*****************************************************************
006010*    3500-ADD-LIST-LINE                                         *
006020*        THE RESUME KEY TRACKS THE LAST (OLDEST) ROW LISTED, SO *
006030*        'F' CARRIES ON FROM EXACTLY THERE.                     *
006040*****************************************************************
006050 3500-ADD-LIST-LINE.
006060     ADD 1 TO HCA-LINE-COUNT.
006070     MOVE VCH-KEY TO HCA-LINE-KEY (HCA-LINE-COUNT).
006080     MOVE VCH-KEY TO HCA-RESUME-KEY.
006090     MOVE HCA-LINE-COUNT TO LD-SEL.
006100     MOVE VCH-CHANGE-DATE TO LD-CHANGE-DATE.
006110     MOVE VCH-CHANGE-TIME(1:6) TO WS-TIME-HHMMSS.
006120     MOVE WS-TIME-HHMMSS TO LD-CHANGE-TIME.
006130     PERFORM 3600-NAME-CHANGE-TYPE THRU 3600-EXIT.
006140     MOVE VCH-CHANGED-BY TO LD-CHANGED-BY.
006150     COMPUTE WS-LINE-SUB = HCA-LINE-COUNT + 1.
006160     MOVE WS-LIST-DETAIL-LINE TO WS-SCREEN-LINE (WS-LINE-SUB).
006170 3500-EXIT.
006180     EXIT.
006190*****************************************************************
006200*    3600-NAME-CHANGE-TYPE                                      *
006210*****************************************************************
006220 3600-NAME-CHANGE-TYPE.
006230     EVALUATE TRUE
006240         WHEN VCH-TYPE-ADD
006250             MOVE 'ADD' TO LD-CHANGE-TYPE
006260         WHEN VCH-TYPE-UPDATE
006270             MOVE 'CHANGE' TO LD-CHANGE-TYPE
006280         WHEN VCH-TYPE-DELETE
006290             MOVE 'DELETE' TO LD-CHANGE-TYPE
006300         WHEN VCH-TYPE-BASELINE
006310             MOVE 'BASELINE' TO LD-CHANGE-TYPE
006320         WHEN OTHER
006330             MOVE VCH-CHANGE-TYPE TO LD-CHANGE-TYPE
006340     END-EVALUATE.
006350 3600-EXIT.
006360     EXIT.
006370*****************************************************************
006380*    2900-SEND-ERROR                                            *
006390*****************************************************************
006400 2900-SEND-ERROR.
006410     MOVE SPACES TO WS-SEND-LINE.
006420     MOVE WS-EDIT-REASON TO WS-SEND-LINE.
006430     EXEC CICS SEND
006440         FROM(WS-SEND-LINE)
006450         LENGTH(LENGTH OF WS-SEND-LINE)
006460         ERASE
006470     END-EXEC.
006480 2900-EXIT.
006490     EXIT.
