000220*                  WHERE THE PRIOR SUSPENSE FILE AND TONIGHT'S   *
000230*                  NEW REJECTS BOTH EXIST, THE JOB CONCATENATES  *
000240*                  THEM ONTO AMV26SI IN THAT ORDER.              *
000000*                                                               *
000000*                  DECISIONS TAKEN ONLINE ON THE VSWQ WORK QUEUE *
000000*                  (AMSV188) ARRIVE ON AMV26WD AND ARE MATCHED   *
000000*                  ON THE WHOLE HELD ITEM AHEAD OF THE CARDS.  A *
000000*                  RELEASE CARRIES THE CLERK'S FULL CORRECTED    *
000000*                  IMAGE.  EVERY ITEM CARRIED FORWARD IS ALSO    *
000000*                  WRITTEN TO AMV26WQ, FROM WHICH THE STREAM     *
000000*                  RELOADS THE AMSVSWQ QUEUE FOR THE NEXT DAY.   *
000250*                                                               *
000260*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000270*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000320*   DATE       INIT  DESCRIPTION                                *
000330*   ---------- ----  ---------------------------------------    *
000340*   08/22/2026 DK    ORIGINAL PROGRAM.                          *
000000*   10/15/2026 DK    EVERY RELEASE AND DROP IS NOW APPENDED TO  *
000000*                    THE SUSPENSE RELEASE LOG (DD AMSVSRL, SEE  *
000000*                    AMSVSRLG) WITH BOTH THE ORIGINAL KEYER AND *
000000*                    THE DECIDING CLERK, FOR THE SEGREGATION-   *
000000*                    OF-DUTIES CHECK IN AMSV142.                *
000000*   10/15/2026 DK    APPLY RELEASE/DROP DECISIONS FROM THE      *
000000*                    ONLINE SUSPENSE WORK QUEUE (DD AMV26WD,    *
000000*                    SEE AMSVSWD) AHEAD OF CORRECTION CARDS,    *
000000*                    AND WRITE EACH CARRIED ITEM TO THE WORK-   *
000000*                    QUEUE RELOAD FILE (DD AMV26WQ, AMSVSWQ).   *
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     AMSV126.
000570     SELECT SUSPENSE-OUT-FILE ASSIGN TO AMV26SO
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SUSP-OUT-STATUS.
000000     SELECT DECISION-FILE ASSIGN TO AMV26WD
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-DECISION-STATUS.
000000     SELECT WORK-QUEUE-OUT-FILE ASSIGN TO AMV26WQ
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-WORK-QUEUE-STATUS.
000000     SELECT RELEASE-LOG-FILE ASSIGN TO AMSVSRL
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RELEASE-LOG-STATUS.
000600     SELECT AMSV126-REPORT ASSIGN TO AMV26RP
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.
000810     ==SUS-VENDOR-DATA==   BY ==SUO-VENDOR-DATA==
000820     ==SUS-REJECT-REASON== BY ==SUO-REJECT-REASON==
000830     ==SUS-SUSPENSE-DATE== BY ==SUO-SUSPENSE-DATE==.
000000 FD  RELEASE-LOG-FILE
000000     RECORDING MODE IS F.
000000 COPY AMSVSRLG.
000000 FD  DECISION-FILE
000000     RECORDING MODE IS F.
000000 COPY AMSVSWD.
000000 FD  WORK-QUEUE-OUT-FILE
000000     RECORDING MODE IS F.
000000 COPY AMSVSWQ.
000840 FD  AMSV126-REPORT
000850     RECORDING MODE IS F.
000860 01  AMSV126-REPORT-LINE         PIC X(132).
000930     88  WS-RECYCLE-OK           VALUE '00'.
000940 01  WS-SUSP-OUT-STATUS          PIC XX.
000950     88  WS-SUSP-OUT-OK          VALUE '00'.
000000 01  WS-RELEASE-LOG-STATUS       PIC XX.
000000     88  WS-RELEASE-LOG-OK       VALUE '00'.
000000     88  WS-RELEASE-LOG-EMPTY    VALUE '05' '35'.
000000 01  WS-DECISION-STATUS          PIC XX.
000000     88  WS-DECISION-OK          VALUE '00'.
000000 01  WS-WORK-QUEUE-STATUS        PIC XX.
000000     88  WS-WORK-QUEUE-OK        VALUE '00'.
000960 01  WS-REPORT-STATUS            PIC XX.
000970     88  WS-REPORT-OK            VALUE '00'.
000980 01  WS-SWITCHES.
001000         88  WS-SUSP-EOF         VALUE 'Y'.
001010     05  WS-CORR-EOF-SWITCH      PIC X(01) VALUE 'N'.
001020         88  WS-CORR-EOF         VALUE 'Y'.
000000     05  WS-DEC-EOF-SWITCH       PIC X(01) VALUE 'N'.
000000         88  WS-DEC-EOF          VALUE 'Y'.
001030     05  WS-MATCH-SWITCH         PIC X(01).
001040         88  WS-MATCH-FOUND      VALUE 'Y'.
001050         88  WS-NO-MATCH         VALUE 'N'.
001110     05  WS-CORRECTIONS-READ     PIC 9(05) COMP VALUE ZERO.
001120     05  WS-CORRECTIONS-UNUSED   PIC 9(05) COMP VALUE ZERO.
000000     05  WS-CORRECTIONS-INVALID  PIC 9(05) COMP VALUE ZERO.
000000     05  WS-DECISIONS-READ       PIC 9(05) COMP VALUE ZERO.
000000     05  WS-DECISIONS-APPLIED    PIC 9(05) COMP VALUE ZERO.
000000     05  WS-DECISIONS-UNUSED     PIC 9(05) COMP VALUE ZERO.
001130 01  WS-CORRECTION-COUNT         PIC 9(05) COMP VALUE ZERO.
001140 01  WS-CORRECTION-SUB           PIC 9(05) COMP VALUE ZERO.
000000 01  WS-CURRENT-DATE             PIC 9(08).
000000 01  WS-DECISION-COUNT           PIC 9(05) COMP VALUE ZERO.
000000 01  WS-DECISION-SUB             PIC 9(05) COMP VALUE ZERO.
000000*****************************************************************
000000*   WHO DECIDED THE ITEM AND HOW, FOR THE RECYCLED TRANSACTION  *
000000*   AND THE RELEASE LOG - SET FROM THE CARD OR ONLINE DECISION  *
000000*   BEFORE 2300/2400 ARE PERFORMED.                             *
000000*****************************************************************
000000 01  WS-DECIDED-BY               PIC X(08).
000000 01  WS-LOG-ACTION               PIC X(01).
001150*****************************************************************
001160*   CLERK CORRECTIONS ARE LOADED HERE AND CLAIMED ONE-FOR-ONE   *
001170*   AS SUSPENSE ITEMS MATCH THEM, THE SAME WAY AMSV125 LOADS    *
001270         10  WCT-NEW-VALUE       PIC X(40).
001280         10  WCT-CORRECTED-BY    PIC X(08).
001290         10  WCT-USED-SWITCH     PIC X(01).
000000*****************************************************************
000000*   ONLINE WORK-QUEUE DECISIONS, LOADED AND CLAIMED THE SAME    *
000000*   WAY.  ONE DAY'S DECISIONS CANNOT EXCEED THE ITEMS OPEN ON   *
000000*   THE QUEUE; 500 IS WELL ABOVE ANY SUSPENSE FILE YET SEEN.    *
000000*****************************************************************
000000 01  WS-DECISION-TABLE-AREA.
000000     05  WS-DECISION-ENTRY OCCURS 1 TO 500 TIMES
000000             DEPENDING ON WS-DECISION-COUNT.
000000         10  WDT-ACTION          PIC X(01).
000000         10  WDT-HELD-ITEM       PIC X(194).
000000         10  WDT-NEW-TRANS-CODE  PIC X(01).
000000         10  WDT-NEW-VENDOR-DATA PIC X(177).
000000         10  WDT-DECIDED-BY      PIC X(08).
000000         10  WDT-USED-SWITCH     PIC X(01).
000000 01  WS-HELD-ITEM.
000000     05  WS-HELD-TRANS-CODE      PIC X(01).
000000     05  WS-HELD-CHANGED-BY      PIC X(08).
000000     05  WS-HELD-VENDOR-DATA     PIC X(177).
000000     05  WS-HELD-SUSPENSE-DATE   PIC 9(08).
001300 COPY Vendor REPLACING
001310     ==AMS-VENDOR-ALT== BY ==WS-WORK-VENDOR-ALT==
001320     ==AMS-VENDOR-KEY== BY ==WS-WORK-VENDOR-KEY==
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
000000     OPEN OUTPUT WORK-QUEUE-OUT-FILE.
000000     IF NOT WS-WORK-QUEUE-OK
000000         DISPLAY 'AMSV126 - OPEN FAILED, WORK-QUEUE-OUT-FILE '
000000             WS-WORK-QUEUE-STATUS
000000         MOVE 16 TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000*****************************************************************
000000*   THE RELEASE LOG IS APPENDED TO, THE SAME WAY THE STREAM     *
000000*   CONTROL FILE IS.                                            *
000000*****************************************************************
000000     OPEN EXTEND RELEASE-LOG-FILE.
000000     IF WS-RELEASE-LOG-EMPTY
000000         OPEN OUTPUT RELEASE-LOG-FILE
000000     END-IF.
000000     IF NOT WS-RELEASE-LOG-OK
000000         DISPLAY 'AMSV126 - OPEN FAILED, RELEASE-LOG-FILE '
000000             WS-RELEASE-LOG-STATUS
000000         MOVE 16 TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001870     OPEN OUTPUT AMSV126-REPORT.
001880     IF NOT WS-REPORT-OK
001890         DISPLAY 'AMSV126 - OPEN FAILED, AMSV126-REPORT '
001930     END-IF.
001940     WRITE AMSV126-REPORT-LINE FROM WS-REPORT-HEADING-1.
001950     PERFORM 1050-LOAD-CORRECTIONS THRU 1050-EXIT.
000000     PERFORM 1070-LOAD-DECISIONS THRU 1070-EXIT.
001960     PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT.
001970 1000-EXIT.
001980     EXIT.
002390     MOVE 'N' TO WCT-USED-SWITCH (WS-CORRECTION-COUNT).
002400 1060-EXIT.
002410     EXIT.
000000*****************************************************************
000000*    1070-LOAD-DECISIONS                                        *
000000*        A MISSING OR EMPTY DECISION FILE IS ALSO A NORMAL      *
000000*        NIGHT - NOBODY WORKED THE QUEUE.                       *
000000*****************************************************************
000000 1070-LOAD-DECISIONS.
000000     OPEN INPUT DECISION-FILE.
000000     IF NOT WS-DECISION-OK
000000         SET WS-DEC-EOF TO TRUE
000000         GO TO 1070-EXIT
000000     END-IF.
000000     PERFORM 1080-READ-ONE-DECISION THRU 1080-EXIT
000000         UNTIL WS-DEC-EOF.
000000     CLOSE DECISION-FILE.
000000 1070-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    1080-READ-ONE-DECISION                                     *
000000*****************************************************************
000000 1080-READ-ONE-DECISION.
000000     READ DECISION-FILE
000000         AT END
000000             SET WS-DEC-EOF TO TRUE
000000             GO TO 1080-EXIT
000000     END-READ.
000000     ADD 1 TO WS-DECISIONS-READ.
000000     IF WS-DECISION-COUNT NOT LESS THAN 500
000000         DISPLAY 'AMSV126 - DECISION FILE EXCEEDS 500-ENTRY '
000000             'TABLE LIMIT - RUN ABORTED'
000000         MOVE 16 TO RETURN-CODE
000000         PERFORM 8000-TERMINATE THRU 8000-EXIT
000000         STOP RUN
000000     END-IF.
000000     ADD 1 TO WS-DECISION-COUNT.
000000     MOVE SWD-ACTION TO WDT-ACTION (WS-DECISION-COUNT).
000000     MOVE SWD-HELD-ITEM TO WDT-HELD-ITEM (WS-DECISION-COUNT).
000000     MOVE SWD-NEW-TRANS-CODE
000000         TO WDT-NEW-TRANS-CODE (WS-DECISION-COUNT).
000000     MOVE SWD-NEW-VENDOR-DATA
000000         TO WDT-NEW-VENDOR-DATA (WS-DECISION-COUNT).
000000     MOVE SWD-DECIDED-BY TO WDT-DECIDED-BY (WS-DECISION-COUNT).
000000     MOVE 'N' TO WDT-USED-SWITCH (WS-DECISION-COUNT).
000000 1080-EXIT.
000000     EXIT.
002420*****************************************************************
002430*    1100-READ-SUSPENSE                                         *
002440*****************************************************************
002510     EXIT.
002520*****************************************************************
002530*    2000-PROCESS-ONE-ITEM                                      *
000000*        AN ONLINE DECISION ON THE ITEM WINS OVER A CARD;       *
000000*        A CARD LEFT UNCLAIMED IS REPORTED AS UNUSED.           *
002540*****************************************************************
002550 2000-PROCESS-ONE-ITEM.
002560     ADD 1 TO WS-SUSPENSE-READ.
000000     PERFORM 2050-FIND-DECISION THRU 2050-EXIT.
000000     IF WS-MATCH-FOUND
000000         PERFORM 2500-APPLY-DECISION THRU 2500-EXIT
000000     ELSE
000000         PERFORM 2100-FIND-CORRECTION THRU 2100-EXIT
000000         IF WS-MATCH-FOUND
000000             PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
000000         ELSE
000000             PERFORM 2800-CARRY-FORWARD THRU 2800-EXIT
000000         END-IF
000000     END-IF.
002630     PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT.
002640 2000-EXIT.
002650     EXIT.
000000*****************************************************************
000000*    2050-FIND-DECISION                                         *
000000*        FIRST UNUSED ONLINE DECISION WHOSE HELD ITEM IS THIS   *
000000*        SUSPENSE ITEM - CODE, KEYER, IMAGE AND SUSPENSE DATE.  *
000000*****************************************************************
000000 2050-FIND-DECISION.
000000     SET WS-NO-MATCH TO TRUE.
000000     MOVE SUS-TRANS-CODE TO WS-HELD-TRANS-CODE.
000000     MOVE SUS-CHANGED-BY TO WS-HELD-CHANGED-BY.
000000     MOVE SUS-VENDOR-DATA TO WS-HELD-VENDOR-DATA.
000000     MOVE SUS-SUSPENSE-DATE TO WS-HELD-SUSPENSE-DATE.
000000     MOVE ZERO TO WS-DECISION-SUB.
000000     PERFORM 2060-TEST-ONE-DECISION THRU 2060-EXIT
000000         UNTIL WS-MATCH-FOUND
000000            OR WS-DECISION-SUB NOT LESS THAN WS-DECISION-COUNT.
000000 2050-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2060-TEST-ONE-DECISION                                     *
000000*****************************************************************
000000 2060-TEST-ONE-DECISION.
000000     ADD 1 TO WS-DECISION-SUB.
000000     IF WDT-USED-SWITCH (WS-DECISION-SUB) = 'N'
000000        AND WDT-HELD-ITEM (WS-DECISION-SUB) = WS-HELD-ITEM
000000         SET WS-MATCH-FOUND TO TRUE
000000     END-IF.
000000 2060-EXIT.
000000     EXIT.
002660*****************************************************************
002670*    2100-FIND-CORRECTION                                       *
002680*        FIRST UNUSED CORRECTION WHOSE KEY MATCHES THE          *
002930*****************************************************************
002940 2200-APPLY-CORRECTION.
002950     MOVE 'Y' TO WCT-USED-SWITCH (WS-CORRECTION-SUB).
000000     MOVE WCT-ACTION (WS-CORRECTION-SUB) TO WS-LOG-ACTION.
000000     MOVE WCT-CORRECTED-BY (WS-CORRECTION-SUB) TO WS-DECIDED-BY.
002960     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
002970     MOVE SUS-VENDOR-DATA(1:3) TO RD-BRAND.
002980     MOVE SUS-VENDOR-DATA(4:4) TO RD-LOCATION-NUMBER.
003000     EVALUATE TRUE
003010         WHEN WCT-ACTION (WS-CORRECTION-SUB) = 'D'
003020             ADD 1 TO WS-ITEMS-DROPPED
000000             PERFORM 2400-WRITE-RELEASE-LOG THRU 2400-EXIT
003030             MOVE 'DROPPED FROM SUSPENSE' TO RD-DISPOSITION
003040         WHEN WCT-ACTION (WS-CORRECTION-SUB) = 'R'
003050             PERFORM 2300-RELEASE-TO-RECYCLE THRU 2300-EXIT
003780*****************************************************************
003790 2300-RELEASE-TO-RECYCLE.
003800     MOVE SUS-TRANS-CODE TO VMT-TRANS-CODE.
000000     IF WS-DECIDED-BY NOT = SPACES
000000         MOVE WS-DECIDED-BY TO VMT-CHANGED-BY
003840     ELSE
003850         MOVE SUS-CHANGED-BY TO VMT-CHANGED-BY
003860     END-IF.
003870     MOVE SUS-VENDOR-DATA TO VMT-VENDOR-DATA.
003880     WRITE VENDOR-MAINT-TRANSACTION.
003890     ADD 1 TO WS-ITEMS-RELEASED.
000000     PERFORM 2400-WRITE-RELEASE-LOG THRU 2400-EXIT.
003900 2300-EXIT.
003910     EXIT.
000000*****************************************************************
000000*    2400-WRITE-RELEASE-LOG                                     *
000000*        ONE ROW PER DECISION.  SUS-CHANGED-BY IS STILL THE     *
000000*        ORIGINAL KEYER HERE - 2300 ONLY CHANGES THE ID ON THE  *
000000*        RECYCLED TRANSACTION, NOT ON THE SUSPENSE ITEM.        *
000000*****************************************************************
000000 2400-WRITE-RELEASE-LOG.
000000     MOVE SUS-VENDOR-DATA(1:3) TO SRL-BRAND.
000000     MOVE SUS-VENDOR-DATA(4:4) TO SRL-LOCATION-NUMBER.
000000     MOVE WS-CURRENT-DATE TO SRL-RELEASE-DATE.
000000     MOVE WS-LOG-ACTION TO SRL-ACTION.
000000     MOVE SUS-TRANS-CODE TO SRL-TRANS-CODE.
000000     MOVE SUS-CHANGED-BY TO SRL-KEYED-BY.
000000     MOVE WS-DECIDED-BY TO SRL-CORRECTED-BY.
000000     MOVE SUS-SUSPENSE-DATE TO SRL-SUSPENSE-DATE.
000000     MOVE SUS-REJECT-REASON TO SRL-REJECT-REASON.
000000     WRITE SUSPENSE-RELEASE-LOG.
000000     IF NOT WS-RELEASE-LOG-OK
000000         DISPLAY 'AMSV126 - RELEASE LOG WRITE FAILED '
000000             WS-RELEASE-LOG-STATUS
000000         MOVE 16 TO RETURN-CODE
000000     END-IF.
000000 2400-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2500-APPLY-DECISION                                        *
000000*        WS-DECISION-SUB POINTS AT THE CLAIMED DECISION.  THE   *
000000*        CLERK'S IMAGE HAS ALREADY PASSED THE VMNT EDITS ON     *
000000*        SCREEN; AMSV125 STILL APPLIES ITS OWN WHEN IT RECYCLES.*
000000*        THE LOG SHOWS 'C' WHEN ANYTHING WAS CHANGED, 'R' WHEN  *
000000*        THE ITEM WAS RELEASED AS HELD.                         *
000000*****************************************************************
000000 2500-APPLY-DECISION.
000000     MOVE 'Y' TO WDT-USED-SWITCH (WS-DECISION-SUB).
000000     ADD 1 TO WS-DECISIONS-APPLIED.
000000     MOVE WDT-DECIDED-BY (WS-DECISION-SUB) TO WS-DECIDED-BY.
000000     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
000000     MOVE SUS-VENDOR-DATA(1:3) TO RD-BRAND.
000000     MOVE SUS-VENDOR-DATA(4:4) TO RD-LOCATION-NUMBER.
000000     MOVE SUS-TRANS-CODE TO RD-TRANS-CODE.
000000     EVALUATE TRUE
000000         WHEN WDT-ACTION (WS-DECISION-SUB) = 'D'
000000             MOVE 'D' TO WS-LOG-ACTION
000000             ADD 1 TO WS-ITEMS-DROPPED
000000             PERFORM 2400-WRITE-RELEASE-LOG THRU 2400-EXIT
000000             MOVE 'DROPPED FROM SUSPENSE ONLINE'
000000                 TO RD-DISPOSITION
000000         WHEN WDT-ACTION (WS-DECISION-SUB) = 'R'
000000             IF WDT-NEW-TRANS-CODE (WS-DECISION-SUB)
000000                    = SUS-TRANS-CODE
000000                AND WDT-NEW-VENDOR-DATA (WS-DECISION-SUB)
000000                    = SUS-VENDOR-DATA
000000                 MOVE 'R' TO WS-LOG-ACTION
000000                 MOVE 'RELEASED UNCHANGED ONLINE'
000000                     TO RD-DISPOSITION
000000             ELSE
000000                 MOVE 'C' TO WS-LOG-ACTION
000000                 MOVE 'RELEASED CORRECTED ONLINE'
000000                     TO RD-DISPOSITION
000000             END-IF
000000             MOVE WDT-NEW-TRANS-CODE (WS-DECISION-SUB)
000000                 TO SUS-TRANS-CODE
000000             MOVE WDT-NEW-VENDOR-DATA (WS-DECISION-SUB)
000000                 TO SUS-VENDOR-DATA
000000             PERFORM 2300-RELEASE-TO-RECYCLE THRU 2300-EXIT
000000         WHEN OTHER
000000             ADD 1 TO WS-CORRECTIONS-INVALID
000000             PERFORM 2800-CARRY-FORWARD THRU 2800-EXIT
000000             MOVE 'INVALID ONLINE DECISION - ITEM CARRIED'
000000                 TO RD-DISPOSITION
000000     END-EVALUATE.
000000     WRITE AMSV126-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
000000 2500-EXIT.
000000     EXIT.
003920*****************************************************************
003930*    2800-CARRY-FORWARD                                         *
000000*        THE ITEM ALSO GOES BACK ON THE ONLINE WORK QUEUE,      *
000000*        NUMBERED IN CARRY ORDER SO EVERY KEY IS UNIQUE.        *
003940*****************************************************************
003950 2800-CARRY-FORWARD.
003960     MOVE SUS-TRANS-CODE TO SUO-TRANS-CODE.
004000     MOVE SUS-SUSPENSE-DATE TO SUO-SUSPENSE-DATE.
004010     WRITE SUSPENSE-OUT-RECORD.
004020     ADD 1 TO WS-ITEMS-CARRIED.
000000     MOVE SUS-VENDOR-DATA(1:3) TO SWQ-BRAND.
000000     MOVE SUS-SUSPENSE-DATE TO SWQ-SUSPENSE-DATE.
000000     MOVE WS-ITEMS-CARRIED TO SWQ-ITEM-NUMBER.
000000     SET SWQ-ITEM-OPEN TO TRUE.
000000     MOVE SPACES TO SWQ-DECIDED-BY.
000000     MOVE SUSPENSE-RECORD TO SWQ-SUSPENSE-ITEM.
000000     WRITE SUSPENSE-WORK-QUEUE-RECORD.
000000     IF NOT WS-WORK-QUEUE-OK
000000         DISPLAY 'AMSV126 - WORK QUEUE WRITE FAILED '
000000             WS-WORK-QUEUE-STATUS
000000         MOVE 16 TO RETURN-CODE
000000     END-IF.
004030 2800-EXIT.
004040     EXIT.
004050*****************************************************************
004120     PERFORM 7100-CHECK-ONE-CORRECTION THRU 7100-EXIT
004130         UNTIL WS-CORRECTION-SUB NOT LESS THAN
004140             WS-CORRECTION-COUNT.
000000     MOVE ZERO TO WS-DECISION-SUB.
000000     PERFORM 7200-CHECK-ONE-DECISION THRU 7200-EXIT
000000         UNTIL WS-DECISION-SUB NOT LESS THAN WS-DECISION-COUNT.
004150 7000-EXIT.
004160     EXIT.
004170*****************************************************************
004320     END-IF.
004330 7100-EXIT.
004340     EXIT.
000000*****************************************************************
000000*    7200-CHECK-ONE-DECISION                                    *
000000*        AN ONLINE DECISION THAT CLAIMED NOTHING MEANS THE ITEM *
000000*        LEFT SUSPENSE SOME OTHER WAY BEFORE IT WAS APPLIED.    *
000000*****************************************************************
000000 7200-CHECK-ONE-DECISION.
000000     ADD 1 TO WS-DECISION-SUB.
000000     IF WDT-USED-SWITCH (WS-DECISION-SUB) = 'N'
000000         ADD 1 TO WS-DECISIONS-UNUSED
000000         MOVE SPACES TO WS-REPORT-DETAIL-LINE
000000         MOVE WDT-HELD-ITEM (WS-DECISION-SUB) (10:3) TO RD-BRAND
000000         MOVE WDT-HELD-ITEM (WS-DECISION-SUB) (13:4)
000000             TO RD-LOCATION-NUMBER
000000         MOVE WDT-ACTION (WS-DECISION-SUB) TO RD-TRANS-CODE
000000         MOVE 'ONLINE DECISION MATCHED NO SUSPENSE ITEM'
000000             TO RD-DISPOSITION
000000         WRITE AMSV126-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
000000     END-IF.
000000 7200-EXIT.
000000     EXIT.
004350*****************************************************************
004360*    8000-TERMINATE                                             *
004370*****************************************************************
004480     MOVE 'ITEMS CARRIED FWD  :' TO WS-REPORT-TOTAL-LINE(1:20).
004490     MOVE WS-ITEMS-CARRIED TO RT-COUNT.
004500     WRITE AMSV126-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
000000     MOVE 'ONLINE DECISIONS   :' TO WS-REPORT-TOTAL-LINE(1:20).
000000     MOVE WS-DECISIONS-APPLIED TO RT-COUNT.
000000     WRITE AMSV126-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
004510     CLOSE SUSPENSE-IN-FILE
004520           RECYCLE-OUT-FILE
004530           SUSPENSE-OUT-FILE
000000           RELEASE-LOG-FILE
000000           WORK-QUEUE-OUT-FILE
004540           AMSV126-REPORT.
004550     DISPLAY 'AMSV126 - SUSPENSE ITEMS READ : ' WS-SUSPENSE-READ.
004560     DISPLAY 'AMSV126 - ITEMS RELEASED      : ' WS-ITEMS-RELEASED.
004600         WS-CORRECTIONS-UNUSED.
000000     DISPLAY 'AMSV126 - CORRECTIONS INVALID : '
000000         WS-CORRECTIONS-INVALID.
000000     DISPLAY 'AMSV126 - DECISIONS APPLIED   : '
000000         WS-DECISIONS-APPLIED.
000000     DISPLAY 'AMSV126 - DECISIONS UNUSED    : '
000000         WS-DECISIONS-UNUSED.
004610     IF (WS-CORRECTIONS-UNUSED > 0
000000        OR WS-CORRECTIONS-INVALID > 0
000000        OR WS-DECISIONS-UNUSED > 0)
000000        AND RETURN-CODE < 4
004620         MOVE 4 TO RETURN-CODE
004630     END-IF.
004640 8000-EXIT.
