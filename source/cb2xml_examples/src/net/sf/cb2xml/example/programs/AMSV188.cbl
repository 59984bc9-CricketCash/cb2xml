000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV188                                      *
000040*   DESCRIPTION :  ONLINE SUSPENSE WORK QUEUE.  A CICS          *
000050*                  PSEUDO-CONVERSATIONAL TRANSACTION (VSWQ)     *
000060*                  THAT LETS A CLERK WORK THE AMSV125 SUSPENSE  *
000070*                  FILE ON SCREEN INSTEAD OF BY AMSVSCOR        *
000080*                  CORRECTION CARDS, WHICH OVERLAY ONE FIELD    *
000090*                  EACH.  THE OPERATOR KEYS A BRAND (OR LEAVES  *
000100*                  IT BLANK FOR EVERY BRAND THEY MAY SEE) AND   *
000110*                  THE OPEN ITEMS ARE LISTED BY BRAND, OLDEST   *
000120*                  FIRST, TWELVE TO A SCREEN, WITH THEIR AGE IN *
000130*                  DAYS AND SUS-REJECT-REASON.  PICKING AN ITEM *
000140*                  SHOWS THE HELD TRANSACTION FIELD BY FIELD;   *
000150*                  THE CLERK KEYS ANY NUMBER OF CORRECTED       *
000160*                  FIELDS ON ONE LINE AND RELEASES (R), DROPS   *
000170*                  (D) OR LEAVES (L) THE ITEM.                  *
000180*                                                               *
000190*                  A RELEASE IS EDITED ON THE SPOT WITH THE     *
000200*                  SAME STATE/POSTCODE, CONTACT-PHONE, LOCATION-*
000210*                  TYPE AND BRAND-ACTIVE EDITS VMNT (AMSV180)   *
000220*                  APPLIES, SO A BAD FIX IS REFUSED WHILE THE   *
000230*                  CLERK IS STILL LOOKING AT IT - THE ITEM      *
000240*                  STAYS ON SCREEN WITH THE FIXES KEYED SO FAR  *
000250*                  AND THE REASON ON THE TOP LINE.              *
000260*                                                               *
000270*                  NOTHING IS APPLIED TO THE MASTER HERE.  A    *
000280*                  RELEASE OR DROP IS WRITTEN TO THE AMSW TD    *
000290*                  QUEUE (SEE AMSVSWD) WITH THE CLERK'S ID, AND *
000300*                  THE NEXT AMSV126 RUN TAKES IT INTO THE       *
000310*                  RECYCLE PATH AND THE RELEASE LOG EXACTLY AS  *
000320*                  IT DOES A CORRECTION CARD; AMSV125 THEN      *
000330*                  APPLIES ITS FULL EDITS AS USUAL.  THE ITEM   *
000340*                  IS MARKED DECIDED ON THE WORK-QUEUE FILE     *
000350*                  AMSVSWQ SO IT LEAVES THE LIST AND NO SECOND  *
000360*                  CLERK CAN DECIDE IT AGAIN.  A LEFT ITEM IS   *
000370*                  NOT TOUCHED.                                 *
000380*                                                               *
000390*                  AMSVAUT GOVERNS IT AS IT DOES VMNT: THE      *
000400*                  INQUIRE GRANT TO SEE THE QUEUE, ONLY BRANDS  *
000410*                  IN THE OPERATOR'S LIST ON IT, AND TO RELEASE *
000420*                  OR DROP AN ITEM THE GRANT FOR ITS FUNCTION   *
000430*                  (ADD, CHANGE OR DELETE) - THE SAME GRANT     *
000440*                  AMSV125 WILL TEST AGAINST THE CLERK'S ID ON  *
000450*                  THE RECYCLED TRANSACTION.                    *
000460*                                                               *
000470*                  A FIELD LEFT BLANK ON THE FIX LINE KEEPS ITS *
000480*                  HELD VALUE, SO A FIELD CANNOT BE BLANKED     *
000490*                  HERE; A CORRECTION CARD STILL DOES THAT.     *
000500*                                                               *
000510*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000520*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000530*   DATE-WRITTEN:  10/15/2026                                   *
000540*---------------------------------------------------------------*
000550*   MODIFICATION HISTORY                                        *
000560*---------------------------------------------------------------*
000570*   DATE       INIT  DESCRIPTION                                *
000580*   ---------- ----  ---------------------------------------    *
000590*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.     AMSV188.
000630 AUTHOR.         D. KOWALCZYK.
000640 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000650 DATE-WRITTEN.   10/15/2026.
000660 DATE-COMPILED.  10/15/2026.
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. IBM-370.
000700 OBJECT-COMPUTER. IBM-370.
000710 DATA DIVISION.
000720 WORKING-STORAGE SECTION.
000730*****************************************************************
000740*   EVERY RECORD IS READ OR WRITTEN THROUGH CICS FILE CONTROL   *
000750*   OR A TD QUEUE, SO THE LAYOUTS LIVE IN WORKING-STORAGE.      *
000760*****************************************************************
000770 COPY AMSVSWQ.
000780 COPY AMSVSWD.
000790 COPY Vendor REPLACING ==AMS-VENDOR-ALT== BY ==WS-WORK-ALT==
000800                       ==AMS-VENDOR-KEY== BY ==WS-WORK-KEY==
000810                       ==AMS-VENDOR==     BY ==WS-WORK-VENDOR==.
000820 COPY Vendor REPLACING ==AMS-VENDOR-ALT== BY ==WS-FIX-ALT==
000830                       ==AMS-VENDOR-KEY== BY ==WS-FIX-KEY==
000840                       ==AMS-VENDOR==     BY ==WS-FIX-VENDOR==.
000850 COPY AMSVBRND.
000860 COPY AMSVLTYP.
000870 01  WS-LTYPE-RID                PIC X(02).
000880 01  WS-BRAND-RID                PIC X(03).
000890 COPY AMSVSTPC.
000900 COPY AMSVSTPF.
000910*****************************************************************
000920*   FULL KEY OF THE AMSVSTP KSDS - SEE AMSV180.                 *
000930*****************************************************************
000940 01  WS-STPC-RID                 PIC X(19).
000950 01  WS-STPC-BROWSE-SWITCH       PIC X(01).
000960     88  WS-STPC-BROWSE-DONE     VALUE 'Y'.
000970 01  WS-STPC-LOAD-SWITCH         PIC X(01).
000980     88  WS-STPC-LOAD-FAILED     VALUE 'F'.
000990 COPY AMSVAUTH.
001000 01  WS-AUTH-BRAND-SUB           PIC 9(03) COMP.
001010 01  WS-BRAND-ALLOWED-SWITCH     PIC X(01).
001020     88  WS-BRAND-ALLOWED        VALUE 'Y'.
001030 01  WS-CHECK-BRAND              PIC X(03).
001040 01  WS-GRANT-TRANS-CODE         PIC X(01).
001050 COPY AMSV188.
001060 01  WS-RESP                     PIC S9(08) COMP.
001070 01  WS-RECEIVE-LENGTH           PIC S9(04) COMP.
001080 01  WS-ABSTIME                  PIC S9(15) COMP.
001090 01  WS-TODAY-DATE               PIC 9(08).
001100 01  WS-EDIT-SWITCH              PIC X(01).
001110     88  WS-EDIT-OK              VALUE 'Y'.
001120     88  WS-EDIT-NOT-OK          VALUE 'N'.
001130 01  WS-EDIT-REASON              PIC X(40).
001140 01  WS-MESSAGE                  PIC X(60).
001150 01  WS-BRAND-LINE.
001160     05  BL-BRAND                PIC X(03).
001170 01  WS-PICK-LINE.
001180     05  PK-ACTION               PIC X(01).
001190     05  FILLER                  PIC X(01).
001200     05  PK-LINE-NUMBER          PIC 9(02).
001210*****************************************************************
001220*   THE FIX LINE - ACTION, TRANSACTION CODE, THEN THE VENDOR    *
001230*   FIELDS AFTER THE KEY IN RECORD ORDER, THE SAME POSITIONAL   *
001240*   LAYOUT THE VMNT DETAIL SCREEN TAKES.  ONLY NON-BLANK        *
001250*   FIELDS REPLACE THE HELD VALUES.                             *
001260*****************************************************************
001270 01  WS-FIX-LINE.
001280     05  FX-ACTION               PIC X(01).
001290         88  FX-RELEASE          VALUE 'R'.
001300         88  FX-DROP             VALUE 'D'.
001310         88  FX-LEAVE            VALUE 'L'.
001320     05  FILLER                  PIC X(01).
001330     05  FX-TRANS-CODE           PIC X(01).
001340     05  FILLER                  PIC X(01).
001350     05  FX-VENDOR-DATA          PIC X(170).
001360 01  WS-SEND-LINE                PIC X(80).
001370*****************************************************************
001380*   WORK-QUEUE KEY, WITH A NUMERIC VIEW OF THE ITEM NUMBER SO   *
001390*   'F' CAN START THE NEXT PAGE JUST PAST THE LAST ROW SHOWN.   *
001400*****************************************************************
001410 01  WS-QUEUE-RID                PIC X(17).
001420 01  WS-QUEUE-RID-PARTS REDEFINES WS-QUEUE-RID.
001430     05  WS-QR-BRAND             PIC X(03).
001440     05  WS-QR-SUSPENSE-DATE     PIC X(08).
001450     05  WS-QR-ITEM-NUMBER       PIC 9(06).
001460 01  WS-BROWSE-SWITCH            PIC X(01).
001470     88  WS-BROWSE-DONE          VALUE 'Y'.
001480 01  WS-LINE-SUB                 PIC 9(02) COMP.
001490*****************************************************************
001500*   DATE WORK FOR THE AGE COLUMN - THE AMSV127 DAY-NUMBER       *
001510*   ARITHMETIC.                                                 *
001520*****************************************************************
001530 01  WS-DATE-WORK.
001540     05  WS-DW-DATE              PIC 9(08).
001550     05  WS-DW-DATE-X REDEFINES WS-DW-DATE.
001560         10  WS-DW-YEAR          PIC 9(04).
001570         10  WS-DW-MONTH         PIC 9(02).
001580         10  WS-DW-DAY           PIC 9(02).
001590     05  WS-DW-Y                 PIC S9(07) COMP.
001600     05  WS-DW-M                 PIC S9(03) COMP.
001610     05  WS-DW-DAY-NO            PIC 9(07) COMP.
001620     05  WS-DW-LEAP-4            PIC S9(07) COMP.
001630     05  WS-DW-LEAP-100          PIC S9(07) COMP.
001640     05  WS-DW-LEAP-400          PIC S9(07) COMP.
001650     05  WS-DW-MONTH-DAYS        PIC S9(05) COMP.
001660 01  WS-TODAY-DAY-NO             PIC 9(07) COMP.
001670 01  WS-ITEM-AGE-DAYS            PIC S9(05) COMP.
001680*****************************************************************
001690*   ONE SCREEN - UP TO TWENTY LINES SENT AS A SINGLE BLOCK.     *
001700*****************************************************************
001710 01  WS-SCREEN-AREA.
001720     05  WS-SCREEN-LINE OCCURS 20 TIMES
001730                                 PIC X(80).
001740 01  WS-LIST-DETAIL-LINE.
001750     05  LL-SEL                  PIC Z9.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  LL-BRAND                PIC X(03).
001780     05  FILLER                  PIC X(01) VALUE SPACE.
001790     05  LL-LOCATION-NUMBER      PIC X(04).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  LL-TRANS-CODE           PIC X(01).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  LL-SUSPENSE-DATE        PIC 9999/99/99.
001840     05  FILLER                  PIC X(01) VALUE SPACE.
001850     05  LL-AGE-DAYS             PIC ZZZ9.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  LL-REASON               PIC X(40).
001880     05  FILLER                  PIC X(09) VALUE SPACES.
001890 01  WS-ITEM-HEADER-LINE.
001900     05  IH-BRAND                PIC X(03).
001910     05  FILLER                  PIC X(01) VALUE '/'.
001920     05  IH-LOCATION-NUMBER      PIC X(04).
001930     05  FILLER                  PIC X(11) VALUE '  KEYED BY '.
001940     05  IH-KEYED-BY             PIC X(08).
001950     05  FILLER                  PIC X(12) VALUE '  SUSPENDED '.
001960     05  IH-SUSPENSE-DATE        PIC 9999/99/99.
001970     05  FILLER                  PIC X(31) VALUE SPACES.
001980 01  WS-ITEM-FIELD-LINE.
001990     05  IF-LABEL                PIC X(10).
002000     05  IF-VALUE                PIC X(40).
002010     05  FILLER                  PIC X(30) VALUE SPACES.
002020 LINKAGE SECTION.
002030 01  DFHCOMMAREA                 PIC X(447).
002040 PROCEDURE DIVISION.
002050*****************************************************************
002060*    0000-MAINLINE                                              *
002070*****************************************************************
002080 0000-MAINLINE.
002090     IF EIBCALEN = 0
002100         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
002110     ELSE
002120         MOVE DFHCOMMAREA TO AMSV188-COMMAREA
002130         PERFORM 2000-CONTINUE-CONVERSATION THRU 2000-EXIT
002140     END-IF.
002150     EXEC CICS RETURN
002160         TRANSID('VSWQ')
002170         COMMAREA(AMSV188-COMMAREA)
002180         LENGTH(LENGTH OF AMSV188-COMMAREA)
002190     END-EXEC.
002200     GOBACK.
002210*****************************************************************
002220*    1000-INITIAL-ENTRY                                         *
002230*        THE OPERATOR ID IS CAPTURED ONCE PER CONVERSATION - IT *
002240*        IS THE ID EVERY DECISION IS RECORDED UNDER.            *
002250*****************************************************************
002260 1000-INITIAL-ENTRY.
002270     MOVE SPACES TO AMSV188-COMMAREA.
002280     EXEC CICS ASSIGN
002290         OPERID(QCA-OPERATOR-ID)
002300     END-EXEC.
002310     PERFORM 1100-PROMPT-FOR-BRAND THRU 1100-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340*****************************************************************
002350*    1100-PROMPT-FOR-BRAND                                      *
002360*****************************************************************
002370 1100-PROMPT-FOR-BRAND.
002380     SET QCA-AWAITING-BRAND TO TRUE.
002390     MOVE SPACES TO WS-SEND-LINE.
002400     MOVE 'AMSV188 SUSPENSE WORK QUEUE - BRAND (BLANK=ALL)'
002410         TO WS-SEND-LINE.
002420     EXEC CICS SEND
002430         FROM(WS-SEND-LINE)
002440         LENGTH(LENGTH OF WS-SEND-LINE)
002450         ERASE
002460     END-EXEC.
002470 1100-EXIT.
002480     EXIT.
002490*****************************************************************
002500*    2000-CONTINUE-CONVERSATION                                 *
002510*        DISPATCHES ON THE DIALOG STATE CARRIED IN THE COMMAREA.*
002520*****************************************************************
002530 2000-CONTINUE-CONVERSATION.
002540     MOVE SPACES TO WS-MESSAGE.
002550     EVALUATE TRUE
002560         WHEN QCA-AWAITING-BRAND
002570             PERFORM 2100-RECEIVE-BRAND THRU 2100-EXIT
002580         WHEN QCA-AWAITING-PICK
002590             PERFORM 2200-RECEIVE-PICK THRU 2200-EXIT
002600         WHEN QCA-AWAITING-FIX
002610             PERFORM 2400-RECEIVE-FIX THRU 2400-EXIT
002620         WHEN OTHER
002630             PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
002640     END-EVALUATE.
002650 2000-EXIT.
002660     EXIT.
002670*****************************************************************
002680*    2100-RECEIVE-BRAND                                         *
002690*        THE FIRST PAGE STARTS AT THE BRAND'S LOWEST KEY, OR AT *
002700*        THE TOP OF THE FILE FOR EVERY BRAND.                   *
002710*****************************************************************
002720 2100-RECEIVE-BRAND.
002730     MOVE SPACES TO WS-BRAND-LINE.
002740     MOVE LENGTH OF WS-BRAND-LINE TO WS-RECEIVE-LENGTH.
002750     EXEC CICS RECEIVE
002760         INTO(WS-BRAND-LINE)
002770         LENGTH(WS-RECEIVE-LENGTH)
002780         RESP(WS-RESP)
002790     END-EXEC.
002800     MOVE BL-BRAND TO QCA-BRAND-FILTER.
002810     MOVE SPACES TO QCA-RESUME-KEY.
002820     MOVE LOW-VALUES TO WS-QUEUE-RID.
002830     IF QCA-BRAND-FILTER NOT = SPACES
002840         MOVE QCA-BRAND-FILTER TO WS-QR-BRAND
002850     END-IF.
002860     MOVE WS-QUEUE-RID TO QCA-PAGE-START-KEY.
002870     PERFORM 3000-LIST-PAGE THRU 3000-EXIT.
002880 2100-EXIT.
002890     EXIT.
002900*****************************************************************
002910*    2200-RECEIVE-PICK                                          *
002920*        'S NN' OPENS ITEM NN; 'F' PAGES ON FROM JUST PAST THE  *
002930*        LAST ROW SHOWN; ANYTHING ELSE ASKS FOR A NEW BRAND.    *
002940*****************************************************************
002950 2200-RECEIVE-PICK.
002960     MOVE SPACES TO WS-PICK-LINE.
002970     MOVE LENGTH OF WS-PICK-LINE TO WS-RECEIVE-LENGTH.
002980     EXEC CICS RECEIVE
002990         INTO(WS-PICK-LINE)
003000         LENGTH(WS-RECEIVE-LENGTH)
003010         RESP(WS-RESP)
003020     END-EXEC.
003030     IF WS-RESP NOT = ZERO
003040         PERFORM 1100-PROMPT-FOR-BRAND THRU 1100-EXIT
003050         GO TO 2200-EXIT
003060     END-IF.
003070     EVALUATE PK-ACTION
003080         WHEN 'S'
003090             PERFORM 2300-OPEN-ITEM THRU 2300-EXIT
003100         WHEN 'F'
003110             IF QCA-RESUME-KEY NOT = SPACES
003120                 MOVE QCA-RESUME-KEY TO WS-QUEUE-RID
003130                 ADD 1 TO WS-QR-ITEM-NUMBER
003140                 MOVE WS-QUEUE-RID TO QCA-PAGE-START-KEY
003150             END-IF
003160             PERFORM 3000-LIST-PAGE THRU 3000-EXIT
003170         WHEN OTHER
003180             PERFORM 1100-PROMPT-FOR-BRAND THRU 1100-EXIT
003190     END-EVALUATE.
003200 2200-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    2300-OPEN-ITEM                                             *
003240*        RE-READS THE PICKED ITEM - ANOTHER CLERK MAY HAVE      *
003250*        DECIDED IT SINCE THE LIST WAS SENT - AND STARTS THE    *
003260*        WORKING COPY FROM THE HELD TRANSACTION.                *
003270*****************************************************************
003280 2300-OPEN-ITEM.
003290     IF PK-LINE-NUMBER NOT NUMERIC
003300        OR PK-LINE-NUMBER = ZERO
003310        OR PK-LINE-NUMBER > QCA-LINE-COUNT
003320         MOVE 'SELECTION IS NOT ON THE LIST' TO WS-MESSAGE
003330         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
003340         GO TO 2300-EXIT
003350     END-IF.
003360     MOVE QCA-LINE-KEY (PK-LINE-NUMBER) TO QCA-ITEM-KEY.
003370     PERFORM 2310-READ-ITEM THRU 2310-EXIT.
003380     IF WS-EDIT-NOT-OK
003390         MOVE WS-EDIT-REASON TO WS-MESSAGE
003400         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
003410         GO TO 2300-EXIT
003420     END-IF.
003430     MOVE SWQ-TRANS-CODE TO QCA-WORK-TRANS-CODE.
003440     MOVE SWQ-VENDOR-DATA TO QCA-WORK-VENDOR-DATA.
003450     MOVE 'AMSV188 SUSPENSE ITEM' TO WS-MESSAGE.
003460     PERFORM 2350-SEND-ITEM-SCREEN THRU 2350-EXIT.
003470 2300-EXIT.
003480     EXIT.
003490*****************************************************************
003500*    2310-READ-ITEM                                             *
003510*        THE ITEM MUST STILL BE OPEN AND ITS BRAND STILL IN THE *
003520*        OPERATOR'S LIST.                                       *
003530*****************************************************************
003540 2310-READ-ITEM.
003550     SET WS-EDIT-OK TO TRUE.
003560     MOVE QCA-ITEM-KEY TO WS-QUEUE-RID.
003570     EXEC CICS READ
003580         DATASET('AMSVSWQ')
003590         INTO(SUSPENSE-WORK-QUEUE-RECORD)
003600         RIDFLD(WS-QUEUE-RID)
003610         RESP(WS-RESP)
003620     END-EXEC.
003630     IF WS-RESP NOT = ZERO
003640         SET WS-EDIT-NOT-OK TO TRUE
003650         MOVE 'ITEM NO LONGER ON THE QUEUE' TO WS-EDIT-REASON
003660         GO TO 2310-EXIT
003670     END-IF.
003680     IF NOT SWQ-ITEM-OPEN
003690         SET WS-EDIT-NOT-OK TO TRUE
003700         MOVE SPACES TO WS-EDIT-REASON
003710         STRING 'ITEM ALREADY DECIDED BY ' DELIMITED BY SIZE
003720             SWQ-DECIDED-BY DELIMITED BY SIZE
003730             INTO WS-EDIT-REASON
003740         END-STRING
003750         GO TO 2310-EXIT
003760     END-IF.
003770     PERFORM 3200-READ-AUTHORITY THRU 3200-EXIT.
003780     IF WS-EDIT-NOT-OK
003790         GO TO 2310-EXIT
003800     END-IF.
003810     MOVE SWQ-BRAND TO WS-CHECK-BRAND.
003820     PERFORM 3240-CHECK-BRAND THRU 3240-EXIT.
003830     IF NOT WS-BRAND-ALLOWED
003840         SET WS-EDIT-NOT-OK TO TRUE
003850         MOVE 'OPERATOR NOT AUTHORIZED FOR BRAND'
003860             TO WS-EDIT-REASON
003870     END-IF.
003880 2310-EXIT.
003890     EXIT.
003900*****************************************************************
003910*    2350-SEND-ITEM-SCREEN                                      *
003920*        THE HELD ITEM'S IDENTITY AND REJECT REASON FROM THE    *
003930*        QUEUE RECORD, THE FIELDS FROM THE WORKING COPY, AND    *
003940*        WS-MESSAGE ON THE TOP LINE.                            *
003950*****************************************************************
003960 2350-SEND-ITEM-SCREEN.
003970     MOVE SPACES TO WS-SCREEN-AREA.
003980     MOVE WS-MESSAGE TO WS-SCREEN-LINE (1).
003990     MOVE SWQ-VENDOR-DATA(1:3) TO IH-BRAND.
004000     MOVE SWQ-VENDOR-DATA(4:4) TO IH-LOCATION-NUMBER.
004010     MOVE SWQ-CHANGED-BY TO IH-KEYED-BY.
004020     MOVE SWQ-ITEM-SUSPENSE-DATE TO IH-SUSPENSE-DATE.
004030     MOVE WS-ITEM-HEADER-LINE TO WS-SCREEN-LINE (2).
004040     MOVE 'REASON' TO IF-LABEL.
004050     MOVE SWQ-REJECT-REASON TO IF-VALUE.
004060     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (3).
004070     MOVE QCA-WORK-VENDOR-DATA TO WS-WORK-VENDOR.
004080     MOVE 'TRANS CODE' TO IF-LABEL.
004090     MOVE QCA-WORK-TRANS-CODE TO IF-VALUE.
004100     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (5).
004110     MOVE 'TYPE' TO IF-LABEL.
004120     MOVE LOCATION-TYPE OF WS-WORK-VENDOR TO IF-VALUE.
004130     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (6).
004140     MOVE 'NAME' TO IF-LABEL.
004150     MOVE LOCATION-NAME OF WS-WORK-VENDOR TO IF-VALUE.
004160     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (7).
004170     MOVE 'ADDRESS 1' TO IF-LABEL.
004180     MOVE ADDRESS-1 OF WS-WORK-VENDOR TO IF-VALUE.
004190     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (8).
004200     MOVE 'ADDRESS 2' TO IF-LABEL.
004210     MOVE ADDRESS-2 OF WS-WORK-VENDOR TO IF-VALUE.
004220     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (9).
004230     MOVE 'ADDRESS 3' TO IF-LABEL.
004240     MOVE ADDRESS-3 OF WS-WORK-VENDOR TO IF-VALUE.
004250     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (10).
004260     MOVE 'POSTCODE' TO IF-LABEL.
004270     MOVE POSTCODE-X OF WS-WORK-VENDOR TO IF-VALUE.
004280     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (11).
004290     MOVE 'PHONE' TO IF-LABEL.
004300     MOVE CONTACT-PHONE OF WS-WORK-VENDOR TO IF-VALUE.
004310     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (12).
004320     MOVE 'STATE' TO IF-LABEL.
004330     MOVE STATE OF WS-WORK-VENDOR TO IF-VALUE.
004340     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (13).
004350     MOVE 'ACTIVE' TO IF-LABEL.
004360     MOVE LOCATION-ACTIVE OF WS-WORK-VENDOR TO IF-VALUE.
004370     MOVE WS-ITEM-FIELD-LINE TO WS-SCREEN-LINE (14).
004380     MOVE 'KEY: ACTION TC TYPE/NAME/ADDR1/ADDR2/ADDR3/POSTCODE/PHO
004390-        'NE/STATE/ACTIVE' TO WS-SCREEN-LINE (16).
004400     MOVE 'ACTION R=RELEASE  D=DROP  L=LEAVE.  BLANK FIELDS KEEP T
004410-        'HE VALUE SHOWN' TO WS-SCREEN-LINE (17).
004420     EXEC CICS SEND
004430         FROM(WS-SCREEN-AREA)
004440         LENGTH(LENGTH OF WS-SCREEN-AREA)
004450         ERASE
004460     END-EXEC.
004470     SET QCA-AWAITING-FIX TO TRUE.
004480 2350-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    2400-RECEIVE-FIX                                           *
004520*        THE QUEUE RECORD IS RE-READ FIRST SO A DECISION IS     *
004530*        NEVER TAKEN ON AN ITEM SOMEONE ELSE HAS SINCE CLOSED.  *
004540*****************************************************************
004550 2400-RECEIVE-FIX.
004560     MOVE SPACES TO WS-FIX-LINE.
004570     MOVE LENGTH OF WS-FIX-LINE TO WS-RECEIVE-LENGTH.
004580     EXEC CICS RECEIVE
004590         INTO(WS-FIX-LINE)
004600         LENGTH(WS-RECEIVE-LENGTH)
004610         RESP(WS-RESP)
004620     END-EXEC.
004630     IF FX-LEAVE
004640         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
004650         GO TO 2400-EXIT
004660     END-IF.
004670     PERFORM 2310-READ-ITEM THRU 2310-EXIT.
004680     IF WS-EDIT-NOT-OK
004690         MOVE WS-EDIT-REASON TO WS-MESSAGE
004700         PERFORM 3000-LIST-PAGE THRU 3000-EXIT
004710         GO TO 2400-EXIT
004720     END-IF.
004730     EVALUATE TRUE
004740         WHEN FX-RELEASE
004750             PERFORM 2450-MERGE-FIXES THRU 2450-EXIT
004760             PERFORM 2500-EDIT-ITEM THRU 2500-EXIT
004770         WHEN FX-DROP
004780             PERFORM 2550-CHECK-FUNCTION-GRANT THRU 2550-EXIT
004790         WHEN OTHER
004800             SET WS-EDIT-NOT-OK TO TRUE
004810             MOVE 'ACTION MUST BE R, D OR L' TO WS-EDIT-REASON
004820     END-EVALUATE.
004830     IF WS-EDIT-NOT-OK
004840         MOVE WS-EDIT-REASON TO WS-MESSAGE
004850         PERFORM 2350-SEND-ITEM-SCREEN THRU 2350-EXIT
004860         GO TO 2400-EXIT
004870     END-IF.
004880     PERFORM 2800-RECORD-DECISION THRU 2800-EXIT.
004890     PERFORM 3000-LIST-PAGE THRU 3000-EXIT.
004900 2400-EXIT.
004910     EXIT.
004920*****************************************************************
004930*    2450-MERGE-FIXES                                           *
004940*        EVERY NON-BLANK FIELD KEYED REPLACES THE WORKING       *
004950*        COPY'S VALUE; THE KEY NEVER CHANGES.  THE WORKING COPY *
004960*        IS SAVED BEFORE THE EDITS, SO A REFUSED RELEASE KEEPS  *
004970*        WHAT THE CLERK HAS FIXED SO FAR.                       *
004980*****************************************************************
004990 2450-MERGE-FIXES.
005000     MOVE QCA-WORK-VENDOR-DATA TO WS-WORK-VENDOR.
005010     MOVE SPACES TO WS-FIX-VENDOR.
005020     MOVE FX-VENDOR-DATA TO WS-FIX-VENDOR(8:170).
005030     IF FX-TRANS-CODE NOT = SPACE
005040         MOVE FX-TRANS-CODE TO QCA-WORK-TRANS-CODE
005050     END-IF.
005060     IF LOCATION-TYPE OF WS-FIX-VENDOR NOT = SPACES
005070         MOVE LOCATION-TYPE OF WS-FIX-VENDOR
005080             TO LOCATION-TYPE OF WS-WORK-VENDOR
005090     END-IF.
005100     IF LOCATION-NAME OF WS-FIX-VENDOR NOT = SPACES
005110         MOVE LOCATION-NAME OF WS-FIX-VENDOR
005120             TO LOCATION-NAME OF WS-WORK-VENDOR
005130     END-IF.
005140     IF ADDRESS-1 OF WS-FIX-VENDOR NOT = SPACES
005150         MOVE ADDRESS-1 OF WS-FIX-VENDOR
005160             TO ADDRESS-1 OF WS-WORK-VENDOR
005170     END-IF.
005180     IF ADDRESS-2 OF WS-FIX-VENDOR NOT = SPACES
005190         MOVE ADDRESS-2 OF WS-FIX-VENDOR
005200             TO ADDRESS-2 OF WS-WORK-VENDOR
005210     END-IF.
005220     IF ADDRESS-3 OF WS-FIX-VENDOR NOT = SPACES
005230         MOVE ADDRESS-3 OF WS-FIX-VENDOR
005240             TO ADDRESS-3 OF WS-WORK-VENDOR
005250     END-IF.
005260     IF POSTCODE-X OF WS-FIX-VENDOR NOT = SPACES
005270         MOVE POSTCODE-X OF WS-FIX-VENDOR
005280             TO POSTCODE-X OF WS-WORK-VENDOR
005290     END-IF.
005300     IF CONTACT-PHONE OF WS-FIX-VENDOR NOT = SPACES
005310         MOVE CONTACT-PHONE OF WS-FIX-VENDOR
005320             TO CONTACT-PHONE OF WS-WORK-VENDOR
005330     END-IF.
005340     IF STATE OF WS-FIX-VENDOR NOT = SPACES
005350         MOVE STATE OF WS-FIX-VENDOR
005360             TO STATE OF WS-WORK-VENDOR
005370     END-IF.
005380     IF LOCATION-ACTIVE OF WS-FIX-VENDOR NOT = SPACES
005390         MOVE LOCATION-ACTIVE OF WS-FIX-VENDOR
005400             TO LOCATION-ACTIVE OF WS-WORK-VENDOR
005410     END-IF.
005420     MOVE WS-WORK-VENDOR TO QCA-WORK-VENDOR-DATA.
005430 2450-EXIT.
005440     EXIT.
005450*****************************************************************
005460*    2500-EDIT-ITEM                                             *
005470*        A DELETE CARRIES ONLY ITS KEY AND GETS NO FIELD EDITS, *
005480*        AS IN AMSV125.  AN ADD OR CHANGE GETS THE VMNT EDITS - *
005490*        STATE/POSTCODE, CONTACT-PHONE, LOCATION-TYPE AND       *
005500*        BRAND-ACTIVE - IN THE SAME ORDER.                      *
005510*****************************************************************
005520 2500-EDIT-ITEM.
005530     PERFORM 2550-CHECK-FUNCTION-GRANT THRU 2550-EXIT.
005540     IF WS-EDIT-NOT-OK
005550         GO TO 2500-EXIT
005560     END-IF.
005570     IF QCA-WORK-TRANS-CODE = 'D'
005580         GO TO 2500-EXIT
005590     END-IF.
005600     PERFORM 2505-LOAD-POSTCODE-TABLE THRU 2505-EXIT.
005610     IF WS-STPC-LOAD-FAILED OR AMSVSTPC-COUNT = ZERO
005620         SET WS-EDIT-NOT-OK TO TRUE
005630         MOVE 'POSTCODE TABLE NOT AVAILABLE - TRY LATER'
005640             TO WS-EDIT-REASON
005650         GO TO 2500-EXIT
005660     END-IF.
005670     SET AMSVSTPC-IDX TO 1.
005680     SEARCH AMSVSTPC-ENTRY
005690         AT END
005700             SET WS-EDIT-NOT-OK TO TRUE
005710             MOVE 'STATE DOES NOT AGREE WITH POSTCODE'
005720                 TO WS-EDIT-REASON
005730         WHEN STATE OF WS-WORK-VENDOR = SPT-STATE (AMSVSTPC-IDX)
005740            AND POSTCODE OF WS-WORK-VENDOR
005750                 NOT LESS THAN SPT-LOW-POSTCODE (AMSVSTPC-IDX)
005760            AND POSTCODE OF WS-WORK-VENDOR
005770                 NOT GREATER THAN SPT-HIGH-POSTCODE(AMSVSTPC-IDX)
005780             CONTINUE
005790     END-SEARCH.
005800     IF WS-EDIT-OK
005810         IF CONTACT-PHONE OF WS-WORK-VENDOR NOT = SPACES
005820            AND CONTACT-PHONE OF WS-WORK-VENDOR NOT NUMERIC
005830             SET WS-EDIT-NOT-OK TO TRUE
005840             MOVE 'CONTACT-PHONE IS NOT NUMERIC'
005850                 TO WS-EDIT-REASON
005860         END-IF
005870     END-IF.
005880     IF WS-EDIT-OK
005890         PERFORM 2520-VALIDATE-LOCATION-TYPE THRU 2520-EXIT
005900     END-IF.
005910     IF WS-EDIT-OK
005920         PERFORM 2530-VALIDATE-BRAND THRU 2530-EXIT
005930     END-IF.
005940 2500-EXIT.
005950     EXIT.
005960*****************************************************************
005970*    2505-LOAD-POSTCODE-TABLE                                   *
005980*        THE AMSV180 LOAD - THE AMSVSTP ENTRIES IN FORCE TODAY, *
005990*        ONCE PER TASK.  ANY BROWSE FAILURE OR TABLE OVERFLOW   *
006000*        MARKS THE LOAD FAILED AND 2500 REFUSES THE RELEASE.    *
006010*****************************************************************
006020 2505-LOAD-POSTCODE-TABLE.
006030     IF AMSVSTPC-COUNT > ZERO
006040         GO TO 2505-EXIT
006050     END-IF.
006060     PERFORM 2506-INIT-ONE-TABLE-SLOT THRU 2506-EXIT
006070         VARYING AMSVSTPC-IDX FROM 1 BY 1
006080         UNTIL AMSVSTPC-IDX > 100.
006090     PERFORM 3100-GET-TODAY THRU 3100-EXIT.
006100     MOVE LOW-VALUES TO WS-STPC-RID.
006110     MOVE SPACE TO WS-STPC-BROWSE-SWITCH
006120                   WS-STPC-LOAD-SWITCH.
006130     EXEC CICS STARTBR
006140         DATASET('AMSVSTP')
006150         RIDFLD(WS-STPC-RID)
006160         GTEQ
006170         RESP(WS-RESP)
006180     END-EXEC.
006190     IF WS-RESP NOT = ZERO
006200         MOVE 'F' TO WS-STPC-LOAD-SWITCH
006210         GO TO 2505-EXIT
006220     END-IF.
006230     PERFORM 2507-READ-ONE-TABLE-ROW THRU 2507-EXIT
006240         UNTIL WS-STPC-BROWSE-DONE.
006250     EXEC CICS ENDBR
006260         DATASET('AMSVSTP')
006270         RESP(WS-RESP)
006280     END-EXEC.
006290 2505-EXIT.
006300     EXIT.
006310*****************************************************************
006320*    2506-INIT-ONE-TABLE-SLOT                                   *
006330*****************************************************************
006340 2506-INIT-ONE-TABLE-SLOT.
006350     MOVE '***' TO SPT-STATE (AMSVSTPC-IDX).
006360     MOVE 9999 TO SPT-LOW-POSTCODE (AMSVSTPC-IDX).
006370     MOVE ZERO TO SPT-HIGH-POSTCODE (AMSVSTPC-IDX).
006380 2506-EXIT.
006390     EXIT.
006400*****************************************************************
006410*    2507-READ-ONE-TABLE-ROW                                    *
006420*****************************************************************
006430 2507-READ-ONE-TABLE-ROW.
006440     EXEC CICS READNEXT
006450         DATASET('AMSVSTP')
006460         INTO(STATE-POSTCODE-FILE-RECORD)
006470         RIDFLD(WS-STPC-RID)
006480         RESP(WS-RESP)
006490     END-EXEC.
006500     IF WS-RESP NOT = ZERO
006510         SET WS-STPC-BROWSE-DONE TO TRUE
006520         GO TO 2507-EXIT
006530     END-IF.
006540     IF STF-EFFECTIVE-DATE > WS-TODAY-DATE
006550        OR STF-EXPIRY-DATE < WS-TODAY-DATE
006560         GO TO 2507-EXIT
006570     END-IF.
006580     IF AMSVSTPC-COUNT NOT LESS THAN 100
006590         MOVE 'F' TO WS-STPC-LOAD-SWITCH
006600         SET WS-STPC-BROWSE-DONE TO TRUE
006610         GO TO 2507-EXIT
006620     END-IF.
006630     ADD 1 TO AMSVSTPC-COUNT.
006640     SET AMSVSTPC-IDX TO AMSVSTPC-COUNT.
006650     MOVE STF-STATE TO SPT-STATE (AMSVSTPC-IDX).
006660     MOVE STF-LOW-POSTCODE TO SPT-LOW-POSTCODE (AMSVSTPC-IDX).
006670     MOVE STF-HIGH-POSTCODE TO SPT-HIGH-POSTCODE (AMSVSTPC-IDX).
006680 2507-EXIT.
006690     EXIT.
006700*****************************************************************
006710*    2520-VALIDATE-LOCATION-TYPE                                *
006720*****************************************************************
006730 2520-VALIDATE-LOCATION-TYPE.
006740     MOVE LOCATION-TYPE OF WS-WORK-VENDOR TO WS-LTYPE-RID.
006750     EXEC CICS READ
006760         DATASET('AMSVLTK')
006770         INTO(LOCATION-TYPE-RECORD)
006780         RIDFLD(WS-LTYPE-RID)
006790         RESP(WS-RESP)
006800     END-EXEC.
006810     IF WS-RESP NOT = ZERO
006820         SET WS-EDIT-NOT-OK TO TRUE
006830         MOVE 'LOCATION-TYPE NOT ON REFERENCE FILE'
006840             TO WS-EDIT-REASON
006850         GO TO 2520-EXIT
006860     END-IF.
006870     IF NOT LTY-IS-ACTIVE
006880         SET WS-EDIT-NOT-OK TO TRUE
006890         MOVE 'LOCATION-TYPE IS INACTIVE' TO WS-EDIT-REASON
006900     END-IF.
006910 2520-EXIT.
006920     EXIT.
006930*****************************************************************
006940*    2530-VALIDATE-BRAND                                        *
006950*****************************************************************
006960 2530-VALIDATE-BRAND.
006970     MOVE BRAND OF WS-WORK-VENDOR TO WS-BRAND-RID.
006980     EXEC CICS READ
006990         DATASET('AMSVBRK')
007000         INTO(BRAND-MASTER-RECORD)
007010         RIDFLD(WS-BRAND-RID)
007020         RESP(WS-RESP)
007030     END-EXEC.
007040     IF WS-RESP NOT = ZERO
007050         SET WS-EDIT-NOT-OK TO TRUE
007060         MOVE 'BRAND NOT ON BRAND MASTER' TO WS-EDIT-REASON
007070         GO TO 2530-EXIT
007080     END-IF.
007090     IF NOT BRM-IS-ACTIVE
007100         SET WS-EDIT-NOT-OK TO TRUE
007110         MOVE 'BRAND CODE IS INACTIVE' TO WS-EDIT-REASON
007120     END-IF.
007130 2530-EXIT.
007140     EXIT.
007150*****************************************************************
007160*    2550-CHECK-FUNCTION-GRANT                                  *
007170*        RELEASING OR DROPPING AN ITEM NEEDS THE GRANT FOR THE  *
007180*        ITEM'S OWN FUNCTION - THE CODE IT WILL BE RECYCLED     *
007190*        UNDER FOR A RELEASE, THE CODE IT WAS HELD WITH (AS     *
007200*        READ FROM THE QUEUE BY 2310) FOR A DROP.  AN ITEM HELD *
007210*        WITH A CODE THAT IS NONE OF THEM CAN ONLY BE DROPPED,  *
007220*        AND THAT NEEDS THE CHANGE GRANT.  THE AUTHORITY RECORD *
007230*        WAS READ BY 2310 EARLIER IN THIS TASK.                 *
007240*****************************************************************
007250 2550-CHECK-FUNCTION-GRANT.
007260     SET WS-EDIT-OK TO TRUE.
007270     IF FX-DROP
007280         MOVE SWQ-TRANS-CODE TO WS-GRANT-TRANS-CODE
007290     ELSE
007300         MOVE QCA-WORK-TRANS-CODE TO WS-GRANT-TRANS-CODE
007310     END-IF.
007320     EVALUATE WS-GRANT-TRANS-CODE
007330         WHEN 'A'
007340             IF NOT OPA-MAY-ADD
007350                 SET WS-EDIT-NOT-OK TO TRUE
007360             END-IF
007370         WHEN 'C'
007380             IF NOT OPA-MAY-CHANGE
007390                 SET WS-EDIT-NOT-OK TO TRUE
007400             END-IF
007410         WHEN 'D'
007420             IF NOT OPA-MAY-DELETE
007430                 SET WS-EDIT-NOT-OK TO TRUE
007440             END-IF
007450         WHEN OTHER
007460             IF FX-RELEASE
007470                 SET WS-EDIT-NOT-OK TO TRUE
007480                 MOVE 'TRANS CODE MUST BE A, C OR D'
007490                     TO WS-EDIT-REASON
007500                 GO TO 2550-EXIT
007510             END-IF
007520             IF NOT OPA-MAY-CHANGE
007530                 SET WS-EDIT-NOT-OK TO TRUE
007540             END-IF
007550     END-EVALUATE.
007560     IF WS-EDIT-NOT-OK
007570         MOVE 'OPERATOR NOT AUTHORIZED FOR FUNCTION'
007580             TO WS-EDIT-REASON
007590     END-IF.
007600 2550-EXIT.
007610     EXIT.
007620*****************************************************************
007630*    2800-RECORD-DECISION                                       *
007640*        CLOSES THE ITEM ON THE QUEUE, THEN WRITES THE DECISION *
007650*        FOR AMSV126.  THE QUEUE RECORD IS READ FOR UPDATE IN   *
007660*        THIS TASK, SO TWO CLERKS CANNOT BOTH DECIDE IT, AND IT *
007670*        IS CLOSED FIRST SO A DECISION IS NEVER QUEUED FOR AN   *
007680*        ITEM STILL OPEN TO ANOTHER CLERK.                      *
007690*****************************************************************
007700 2800-RECORD-DECISION.
007710     MOVE QCA-ITEM-KEY TO WS-QUEUE-RID.
007720     EXEC CICS READ
007730         DATASET('AMSVSWQ')
007740         INTO(SUSPENSE-WORK-QUEUE-RECORD)
007750         RIDFLD(WS-QUEUE-RID)
007760         UPDATE
007770         RESP(WS-RESP)
007780     END-EXEC.
007790     IF WS-RESP NOT = ZERO
007800         MOVE 'ITEM NO LONGER ON THE QUEUE' TO WS-MESSAGE
007810         GO TO 2800-EXIT
007820     END-IF.
007830     IF NOT SWQ-ITEM-OPEN
007840         EXEC CICS UNLOCK
007850             DATASET('AMSVSWQ')
007860             RESP(WS-RESP)
007870         END-EXEC
007880         MOVE SPACES TO WS-MESSAGE
007890         STRING 'ITEM ALREADY DECIDED BY ' DELIMITED BY SIZE
007900             SWQ-DECIDED-BY DELIMITED BY SIZE
007910             INTO WS-MESSAGE
007920         END-STRING
007930         GO TO 2800-EXIT
007940     END-IF.
007950     PERFORM 3100-GET-TODAY THRU 3100-EXIT.
007960     MOVE SPACES TO SUSPENSE-WORK-DECISION.
007970     MOVE FX-ACTION TO SWD-ACTION.
007980     MOVE QCA-OPERATOR-ID TO SWD-DECIDED-BY.
007990     MOVE WS-TODAY-DATE TO SWD-DECIDED-DATE.
008000     MOVE SWQ-TRANS-CODE TO SWD-HELD-TRANS-CODE.
008010     MOVE SWQ-CHANGED-BY TO SWD-HELD-CHANGED-BY.
008020     MOVE SWQ-VENDOR-DATA TO SWD-HELD-VENDOR-DATA.
008030     MOVE SWQ-ITEM-SUSPENSE-DATE TO SWD-HELD-SUSPENSE-DATE.
008040     MOVE QCA-WORK-TRANS-CODE TO SWD-NEW-TRANS-CODE.
008050     MOVE QCA-WORK-VENDOR-DATA TO SWD-NEW-VENDOR-DATA.
008060     IF FX-RELEASE
008070         SET SWQ-ITEM-RELEASED TO TRUE
008080     ELSE
008090         SET SWQ-ITEM-DROPPED TO TRUE
008100     END-IF.
008110     MOVE QCA-OPERATOR-ID TO SWQ-DECIDED-BY.
008120     EXEC CICS REWRITE
008130         DATASET('AMSVSWQ')
008140         FROM(SUSPENSE-WORK-QUEUE-RECORD)
008150         RESP(WS-RESP)
008160     END-EXEC.
008170     IF WS-RESP NOT = ZERO
008180         EXEC CICS UNLOCK
008190             DATASET('AMSVSWQ')
008200             RESP(WS-RESP)
008210         END-EXEC
008220         MOVE 'DECISION NOT RECORDED - ITEM LEFT OPEN'
008230             TO WS-MESSAGE
008240         GO TO 2800-EXIT
008250     END-IF.
008260     EXEC CICS WRITEQ TD
008270         QUEUE('AMSW')
008280         FROM(SUSPENSE-WORK-DECISION)
008290         LENGTH(LENGTH OF SUSPENSE-WORK-DECISION)
008300         RESP(WS-RESP)
008310     END-EXEC.
008320     IF WS-RESP NOT = ZERO
008330         PERFORM 2850-REOPEN-ITEM THRU 2850-EXIT
008340         GO TO 2800-EXIT
008350     END-IF.
008360     IF FX-RELEASE
008370         MOVE 'ITEM RELEASED FOR THE NEXT NIGHTLY RUN'
008380             TO WS-MESSAGE
008390     ELSE
008400         MOVE 'ITEM DROPPED FROM SUSPENSE' TO WS-MESSAGE
008410     END-IF.
008420 2800-EXIT.
008430     EXIT.
008440*****************************************************************
008450*    2850-REOPEN-ITEM                                           *
008460*        THE ITEM WAS CLOSED BUT ITS DECISION NEVER REACHED     *
008470*        AMSW, SO AMSV126 WOULD NOT SEE IT.  PUTS THE ITEM BACK *
008480*        OPEN FOR ANOTHER TRY.  IF EVEN THAT FAILS THE ITEM IS  *
008490*        STUCK CLOSED AND SUPPORT MUST REOPEN IT.               *
008500*****************************************************************
008510 2850-REOPEN-ITEM.
008520     EXEC CICS READ
008530         DATASET('AMSVSWQ')
008540         INTO(SUSPENSE-WORK-QUEUE-RECORD)
008550         RIDFLD(WS-QUEUE-RID)
008560         UPDATE
008570         RESP(WS-RESP)
008580     END-EXEC.
008590     IF WS-RESP NOT = ZERO
008600         MOVE 'DECISION NOT QUEUED, ITEM CLOSED - CALL SUPPORT'
008610             TO WS-MESSAGE
008620         GO TO 2850-EXIT
008630     END-IF.
008640     SET SWQ-ITEM-OPEN TO TRUE.
008650     MOVE SPACES TO SWQ-DECIDED-BY.
008660     EXEC CICS REWRITE
008670         DATASET('AMSVSWQ')
008680         FROM(SUSPENSE-WORK-QUEUE-RECORD)
008690         RESP(WS-RESP)
008700     END-EXEC.
008710     IF WS-RESP NOT = ZERO
008720         EXEC CICS UNLOCK
008730             DATASET('AMSVSWQ')
008740             RESP(WS-RESP)
008750         END-EXEC
008760         MOVE 'DECISION NOT QUEUED, ITEM CLOSED - CALL SUPPORT'
008770             TO WS-MESSAGE
008780         GO TO 2850-EXIT
008790     END-IF.
008800     MOVE 'DECISION NOT RECORDED - ITEM LEFT OPEN' TO WS-MESSAGE.
008810 2850-EXIT.
008820     EXIT.
008830*****************************************************************
008840*    3000-LIST-PAGE                                             *
008850*        BROWSES THE QUEUE FROM QCA-PAGE-START-KEY COLLECTING   *
008860*        UP TO TWELVE OPEN ITEMS OF BRANDS THE OPERATOR MAY     *
008870*        SEE.  ITEMS OF OTHER BRANDS NEVER APPEAR.  WITH A      *
008880*        BRAND FILTER THE BROWSE STOPS AT THE NEXT BRAND.       *
008890*        WS-MESSAGE, WHEN SET, SHOWS BELOW THE LIST.            *
008900*****************************************************************
008910 3000-LIST-PAGE.
008920     PERFORM 3200-READ-AUTHORITY THRU 3200-EXIT.
008930     IF WS-EDIT-OK AND QCA-BRAND-FILTER NOT = SPACES
008940         MOVE QCA-BRAND-FILTER TO WS-CHECK-BRAND
008950         PERFORM 3240-CHECK-BRAND THRU 3240-EXIT
008960         IF NOT WS-BRAND-ALLOWED
008970             SET WS-EDIT-NOT-OK TO TRUE
008980             MOVE 'OPERATOR NOT AUTHORIZED FOR BRAND'
008990                 TO WS-EDIT-REASON
009000         END-IF
009010     END-IF.
009020     IF WS-EDIT-NOT-OK
009030         PERFORM 2900-SEND-ERROR THRU 2900-EXIT
009040         SET QCA-AWAITING-BRAND TO TRUE
009050         GO TO 3000-EXIT
009060     END-IF.
009070     PERFORM 3100-GET-TODAY THRU 3100-EXIT.
009080     MOVE WS-TODAY-DATE TO WS-DW-DATE.
009090     PERFORM 6000-DATE-TO-DAY-NO THRU 6000-EXIT.
009100     MOVE WS-DW-DAY-NO TO WS-TODAY-DAY-NO.
009110     MOVE ZERO TO QCA-LINE-COUNT.
009120     MOVE SPACES TO WS-SCREEN-AREA.
009130     MOVE 'SEL BRN LOC# T SUSPENDED   AGE REASON'
009140         TO WS-SCREEN-LINE (1).
009150     MOVE SPACE TO WS-BROWSE-SWITCH.
009160     MOVE QCA-PAGE-START-KEY TO WS-QUEUE-RID.
009170     EXEC CICS STARTBR
009180         DATASET('AMSVSWQ')
009190         RIDFLD(WS-QUEUE-RID)
009200         GTEQ
009210         RESP(WS-RESP)
009220     END-EXEC.
009230     IF WS-RESP NOT = ZERO
009240         SET WS-BROWSE-DONE TO TRUE
009250     END-IF.
009260     PERFORM 3050-READ-ONE-ITEM THRU 3050-EXIT
009270         UNTIL WS-BROWSE-DONE
009280            OR QCA-LINE-COUNT NOT LESS THAN 12.
009290     IF NOT WS-BROWSE-DONE
009300         EXEC CICS ENDBR
009310             DATASET('AMSVSWQ')
009320             RESP(WS-RESP)
009330         END-EXEC
009340     END-IF.
009350     IF QCA-LINE-COUNT = ZERO
009360         MOVE '   NO MORE OPEN ITEMS' TO WS-SCREEN-LINE (2)
009370     END-IF.
009380     MOVE 'S NN=WORK ITEM   F=MORE   X=NEW BRAND'
009390         TO WS-SCREEN-LINE (14).
009400     MOVE WS-MESSAGE TO WS-SCREEN-LINE (16).
009410     EXEC CICS SEND
009420         FROM(WS-SCREEN-AREA)
009430         LENGTH(LENGTH OF WS-SCREEN-AREA)
009440         ERASE
009450     END-EXEC.
009460     SET QCA-AWAITING-PICK TO TRUE.
009470 3000-EXIT.
009480     EXIT.
009490*****************************************************************
009500*    3050-READ-ONE-ITEM                                         *
009510*****************************************************************
009520 3050-READ-ONE-ITEM.
009530     EXEC CICS READNEXT
009540         DATASET('AMSVSWQ')
009550         INTO(SUSPENSE-WORK-QUEUE-RECORD)
009560         RIDFLD(WS-QUEUE-RID)
009570         RESP(WS-RESP)
009580     END-EXEC.
009590     IF WS-RESP NOT = ZERO
009600         SET WS-BROWSE-DONE TO TRUE
009610         EXEC CICS ENDBR
009620             DATASET('AMSVSWQ')
009630             RESP(WS-RESP)
009640         END-EXEC
009650         GO TO 3050-EXIT
009660     END-IF.
009670     IF QCA-BRAND-FILTER NOT = SPACES
009680        AND SWQ-BRAND NOT = QCA-BRAND-FILTER
009690         SET WS-BROWSE-DONE TO TRUE
009700         EXEC CICS ENDBR
009710             DATASET('AMSVSWQ')
009720             RESP(WS-RESP)
009730         END-EXEC
009740         GO TO 3050-EXIT
009750     END-IF.
009760     IF NOT SWQ-ITEM-OPEN
009770         GO TO 3050-EXIT
009780     END-IF.
009790     MOVE SWQ-BRAND TO WS-CHECK-BRAND.
009800     PERFORM 3240-CHECK-BRAND THRU 3240-EXIT.
009810     IF NOT WS-BRAND-ALLOWED
009820         GO TO 3050-EXIT
009830     END-IF.
009840     PERFORM 3500-ADD-LIST-LINE THRU 3500-EXIT.
009850 3050-EXIT.
009860     EXIT.
009870*****************************************************************
009880*    3100-GET-TODAY                                             *
009890*****************************************************************
009900 3100-GET-TODAY.
009910     EXEC CICS ASKTIME
009920         ABSTIME(WS-ABSTIME)
009930     END-EXEC.
009940     EXEC CICS FORMATTIME
009950         ABSTIME(WS-ABSTIME)
009960         YYYYMMDD(WS-TODAY-DATE)
009970     END-EXEC.
009980 3100-EXIT.
009990     EXIT.
010000*****************************************************************
010010*    3200-READ-AUTHORITY                                        *
010020*        RE-READ EVERY TASK - A GRANT PULLED DURING THE DAY     *
010030*        TAKES EFFECT ON THE NEXT SCREEN.  AN OPERATOR NOT ON   *
010040*        FILE, OR WITHOUT THE INQUIRE GRANT, SEES NOTHING.      *
010050*****************************************************************
010060 3200-READ-AUTHORITY.
010070     SET WS-EDIT-OK TO TRUE.
010080     EXEC CICS READ
010090         DATASET('AMSVAUT')
010100         INTO(OPERATOR-AUTHORITY-RECORD)
010110         RIDFLD(QCA-OPERATOR-ID)
010120         RESP(WS-RESP)
010130     END-EXEC.
010140     IF WS-RESP NOT = ZERO
010150         SET WS-EDIT-NOT-OK TO TRUE
010160         MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO WS-EDIT-REASON
010170         GO TO 3200-EXIT
010180     END-IF.
010190     IF NOT OPA-MAY-INQUIRE
010200         SET WS-EDIT-NOT-OK TO TRUE
010210         MOVE 'OPERATOR NOT AUTHORIZED TO INQUIRE'
010220             TO WS-EDIT-REASON
010230     END-IF.
010240 3200-EXIT.
010250     EXIT.
010260*****************************************************************
010270*    3240-CHECK-BRAND                                           *
010280*        WS-CHECK-BRAND AGAINST THE OPERATOR'S BRAND LIST       *
010290*        ('***' GRANTS EVERY BRAND, SPACES MARK UNUSED SLOTS).  *
010300*****************************************************************
010310 3240-CHECK-BRAND.
010320     MOVE 'N' TO WS-BRAND-ALLOWED-SWITCH.
010330     MOVE ZERO TO WS-AUTH-BRAND-SUB.
010340     PERFORM 3250-CHECK-ONE-BRAND THRU 3250-EXIT
010350         UNTIL WS-BRAND-ALLOWED
010360            OR WS-AUTH-BRAND-SUB NOT LESS THAN 10.
010370 3240-EXIT.
010380     EXIT.
010390*****************************************************************
010400*    3250-CHECK-ONE-BRAND                                       *
010410*****************************************************************
010420 3250-CHECK-ONE-BRAND.
010430     ADD 1 TO WS-AUTH-BRAND-SUB.
010440     IF OPA-BRAND-ENTRY (WS-AUTH-BRAND-SUB) = '***'
010450        OR (OPA-BRAND-ENTRY (WS-AUTH-BRAND-SUB) NOT = SPACES
010460            AND OPA-BRAND-ENTRY (WS-AUTH-BRAND-SUB)
010470                = WS-CHECK-BRAND)
010480         SET WS-BRAND-ALLOWED TO TRUE
010490     END-IF.
010500 3250-EXIT.
010510     EXIT.
010520*****************************************************************
010530*    3500-ADD-LIST-LINE                                         *
010540*        THE RESUME KEY TRACKS THE LAST ROW LISTED.             *
010550*****************************************************************
010560 3500-ADD-LIST-LINE.
010570     ADD 1 TO QCA-LINE-COUNT.
010580     MOVE SWQ-KEY TO QCA-LINE-KEY (QCA-LINE-COUNT).
010590     MOVE SWQ-KEY TO QCA-RESUME-KEY.
010600     MOVE SPACES TO WS-LIST-DETAIL-LINE.
010610     MOVE QCA-LINE-COUNT TO LL-SEL.
010620     MOVE SWQ-BRAND TO LL-BRAND.
010630     MOVE SWQ-VENDOR-DATA(4:4) TO LL-LOCATION-NUMBER.
010640     MOVE SWQ-TRANS-CODE TO LL-TRANS-CODE.
010650     MOVE SWQ-SUSPENSE-DATE TO LL-SUSPENSE-DATE.
010660     MOVE SWQ-SUSPENSE-DATE TO WS-DW-DATE.
010670     PERFORM 6000-DATE-TO-DAY-NO THRU 6000-EXIT.
010680     COMPUTE WS-ITEM-AGE-DAYS =
010690         WS-TODAY-DAY-NO - WS-DW-DAY-NO.
010700     MOVE WS-ITEM-AGE-DAYS TO LL-AGE-DAYS.
010710     MOVE SWQ-REJECT-REASON TO LL-REASON.
010720     COMPUTE WS-LINE-SUB = QCA-LINE-COUNT + 1.
010730     MOVE WS-LIST-DETAIL-LINE TO WS-SCREEN-LINE (WS-LINE-SUB).
010740 3500-EXIT.
010750     EXIT.
010760*****************************************************************
010770*    6000-DATE-TO-DAY-NO                                        *
010780*        CONVERTS WS-DW-DATE (YYYYMMDD) TO A SERIAL DAY NUMBER  *
010790*        IN WS-DW-DAY-NO - THE AMSV127 CONVERSION.  EACH        *
010800*        DIVISION IS STORED SEPARATELY SO IT TRUNCATES ON ITS   *
010810*        OWN.                                                   *
010820*****************************************************************
010830 6000-DATE-TO-DAY-NO.
010840     MOVE WS-DW-YEAR TO WS-DW-Y.
010850     MOVE WS-DW-MONTH TO WS-DW-M.
010860     IF WS-DW-M < 3
010870         SUBTRACT 1 FROM WS-DW-Y
010880         ADD 12 TO WS-DW-M
010890     END-IF.
010900     COMPUTE WS-DW-LEAP-4 = WS-DW-Y / 4.
010910     COMPUTE WS-DW-LEAP-100 = WS-DW-Y / 100.
010920     COMPUTE WS-DW-LEAP-400 = WS-DW-Y / 400.
010930     COMPUTE WS-DW-MONTH-DAYS =
010940         ((153 * (WS-DW-M - 3)) + 2) / 5.
010950     COMPUTE WS-DW-DAY-NO =
010960         (365 * WS-DW-Y) + WS-DW-LEAP-4 - WS-DW-LEAP-100
010970         + WS-DW-LEAP-400 + WS-DW-MONTH-DAYS + WS-DW-DAY.
010980 6000-EXIT.
010990     EXIT.
011000*****************************************************************
011010*    2900-SEND-ERROR                                            *
011020*****************************************************************
011030 2900-SEND-ERROR.
011040     MOVE SPACES TO WS-SEND-LINE.
011050     MOVE WS-EDIT-REASON TO WS-SEND-LINE.
011060     EXEC CICS SEND
011070         FROM(WS-SEND-LINE)
011080         LENGTH(LENGTH OF WS-SEND-LINE)
011090         ERASE
011100     END-EXEC.
011110 2900-EXIT.
011120     EXIT.
