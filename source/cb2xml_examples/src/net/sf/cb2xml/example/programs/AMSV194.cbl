000010*****************************************************************
000020*                                                               *
000030*   PROGRAM-ID  :  AMSV194                                      *
000040*   DESCRIPTION :  NIGHTLY STREAM RESTART REPORT.  RUN ON       *
000050*                  REQUEST BY OPERATIONS AFTER A STREAM ABEND,  *
000060*                  WITH THE SAME STREAM PARM CARD (DD AMSVRCP)  *
000070*                  AS THE FAILED NIGHT.  LISTS EVERY STEP OF    *
000080*                  THE STREAM FOR THE CYCLE IN RUN ORDER WITH   *
000090*                  ITS STATUS FROM THE RUN-CONTROL FILE -       *
000100*                  COMPLETE, FAILED, STARTED BUT NEVER FINISHED *
000110*                  OR NOT RUN - AND THEN EXACTLY WHICH STEPS    *
000120*                  REMAIN AND THE STEP TO RESTART AT, SO THE    *
000130*                  RESTART POINT IS TAKEN FROM THE FILE, NOT    *
000140*                  FROM MEMORY AND CONSOLE LOGS.  THE SAME      *
000150*                  LINES GO TO THE CONSOLE.                     *
000160*                                                               *
000170*                  READS ONLY - IT IS NOT A STREAM STEP AND     *
000180*                  DOES NOT RECORD ITSELF.  ENDS WITH RETURN    *
000190*                  CODE 4 WHEN ANY STEP REMAINS.                *
000200*                                                               *
000210*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000220*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000230*   DATE-WRITTEN:  10/15/2026                                   *
000240*---------------------------------------------------------------*
000250*   MODIFICATION HISTORY                                        *
000260*---------------------------------------------------------------*
000270*   DATE       INIT  DESCRIPTION                                *
000280*   ---------- ----  ---------------------------------------    *
000290*   10/15/2026 DK    ORIGINAL PROGRAM.                          *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.     AMSV194.
000330 AUTHOR.         D. KOWALCZYK.
000340 INSTALLATION.   AMS DISTRIBUTION SYSTEMS.
000350 DATE-WRITTEN.   10/15/2026.
000360 DATE-COMPILED.  10/15/2026.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT AMSV194-REPORT ASSIGN TO AMV94RP
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-REPORT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  AMSV194-REPORT
000490     RECORDING MODE IS F.
000500 01  AMSV194-REPORT-LINE         PIC X(132).
000510 WORKING-STORAGE SECTION.
000520 01  WS-REPORT-STATUS            PIC XX.
000530     88  WS-REPORT-OK            VALUE '00'.
000540 01  WS-STEP-SUB                 PIC 9(03) COMP VALUE ZERO.
000550 COPY AMSV191.
000560 01  WS-REPORT-HEADING-1.
000570     05  FILLER                  PIC X(37)
000580             VALUE 'AMSV194 - STREAM RESTART REPORT FOR '.
000590     05  RH-CYCLE-DATE           PIC 9999/99/99.
000600     05  FILLER                  PIC X(85) VALUE SPACES.
000610 01  WS-REPORT-HEADING-2.
000620     05  FILLER                  PIC X(03) VALUE SPACES.
000630     05  FILLER                  PIC X(10) VALUE 'STEP'.
000640     05  FILLER                  PIC X(38)
000650             VALUE 'STATUS                      RC  RUNS'.
000660     05  FILLER                  PIC X(81) VALUE 'ENDED'.
000670 01  WS-REPORT-DETAIL-LINE.
000680     05  FILLER                  PIC X(03) VALUE SPACES.
000690     05  RD-STEP-NAME            PIC X(08).
000700     05  FILLER                  PIC X(02) VALUE SPACES.
000710     05  RD-STATUS               PIC X(26).
000720     05  FILLER                  PIC X(01) VALUE SPACES.
000730     05  RD-RETURN-CODE          PIC ZZZ9.
000740     05  FILLER                  PIC X(02) VALUE SPACES.
000750     05  RD-RUN-COUNT            PIC ZZ9.
000760     05  FILLER                  PIC X(02) VALUE SPACES.
000770     05  RD-END-DATE             PIC 9999/99/99.
000780     05  FILLER                  PIC X(01) VALUE SPACES.
000790     05  RD-END-TIME             PIC 99B99B99.
000800     05  FILLER                  PIC X(62) VALUE SPACES.
000810 01  WS-REPORT-MESSAGE-LINE.
000820     05  FILLER                  PIC X(03) VALUE SPACES.
000830     05  RM-TEXT                 PIC X(60).
000840     05  FILLER                  PIC X(69) VALUE SPACES.
000850 PROCEDURE DIVISION.
000860*****************************************************************
000870*    0000-MAINLINE                                              *
000880*****************************************************************
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000910     PERFORM 2000-REPORT-ONE-STEP THRU 2000-EXIT
000920         VARYING WS-STEP-SUB FROM 1 BY 1
000930         UNTIL WS-STEP-SUB > 10.
000940     PERFORM 3000-REPORT-RESTART-POINT THRU 3000-EXIT.
000950     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000960     STOP RUN.
000970*****************************************************************
000980*    1000-INITIALIZE                                            *
000990*****************************************************************
001000 1000-INITIALIZE.
001010     OPEN OUTPUT AMSV194-REPORT.
001020     IF NOT WS-REPORT-OK
001030         DISPLAY 'AMSV194 - OPEN FAILED, AMSV194-REPORT '
001040             WS-REPORT-STATUS
001050         MOVE 16 TO RETURN-CODE
001060         STOP RUN
001070     END-IF.
001080     MOVE 'LIST' TO RCS-FUNCTION.
001090     CALL 'AMSV191' USING AMSV191-PARMS.
001100     MOVE ZERO TO RETURN-CODE.
001110     IF RCS-RETURN-CODE NOT = ZERO
001120         DISPLAY 'AMSV194 - ' RCS-MESSAGE
001130         MOVE RCS-RETURN-CODE TO RETURN-CODE
001140         PERFORM 8000-TERMINATE THRU 8000-EXIT
001150         STOP RUN
001160     END-IF.
001170     MOVE RCS-CYCLE-DATE TO RH-CYCLE-DATE.
001180     WRITE AMSV194-REPORT-LINE FROM WS-REPORT-HEADING-1.
001190     WRITE AMSV194-REPORT-LINE FROM WS-REPORT-HEADING-2.
001200     DISPLAY 'AMSV194 - STREAM CYCLE ' RCS-CYCLE-DATE.
001210 1000-EXIT.
001220     EXIT.
001230*****************************************************************
001240*    2000-REPORT-ONE-STEP                                       *
001250*****************************************************************
001260 2000-REPORT-ONE-STEP.
001270     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
001280     MOVE RCS-LIST-STEP-NAME (WS-STEP-SUB) TO RD-STEP-NAME.
001290     EVALUATE RCS-LIST-STATUS (WS-STEP-SUB)
001300         WHEN 'C'
001310             MOVE 'COMPLETE' TO RD-STATUS
001320         WHEN 'F'
001330             MOVE 'FAILED' TO RD-STATUS
001340         WHEN 'S'
001350             MOVE 'STARTED - DID NOT FINISH' TO RD-STATUS
001360         WHEN OTHER
001370             MOVE 'NOT RUN' TO RD-STATUS
001380     END-EVALUATE.
001390     IF RCS-LIST-STATUS (WS-STEP-SUB) = 'C' OR 'F'
001400         MOVE RCS-LIST-RETURN-CODE (WS-STEP-SUB)
001410             TO RD-RETURN-CODE
001420         MOVE RCS-LIST-END-DATE (WS-STEP-SUB) TO RD-END-DATE
001430         MOVE RCS-LIST-END-TIME (WS-STEP-SUB) (1:6)
001440             TO RD-END-TIME
001450     END-IF.
001460     IF RCS-LIST-STATUS (WS-STEP-SUB) NOT = SPACE
001470         MOVE RCS-LIST-RUN-COUNT (WS-STEP-SUB) TO RD-RUN-COUNT
001480     END-IF.
001490     WRITE AMSV194-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
001500     DISPLAY 'AMSV194 - ' RD-STEP-NAME ' ' RD-STATUS.
001510 2000-EXIT.
001520     EXIT.
001530*****************************************************************
001540*    3000-REPORT-RESTART-POINT                                  *
001550*        EVERY STEP NOT COMPLETE IS NAMED AGAIN BELOW THE       *
001560*        RESTART POINT, SO THE LIST OF WHAT REMAINS STANDS ON   *
001570*        ITS OWN.                                               *
001580*****************************************************************
001590 3000-REPORT-RESTART-POINT.
001600     MOVE SPACES TO WS-REPORT-MESSAGE-LINE.
001610     WRITE AMSV194-REPORT-LINE FROM WS-REPORT-MESSAGE-LINE.
001620     IF RCS-REMAINING-COUNT = ZERO
001630         MOVE 'STREAM COMPLETE FOR THE CYCLE - NOTHING TO RERUN'
001640             TO RM-TEXT
001650         WRITE AMSV194-REPORT-LINE FROM WS-REPORT-MESSAGE-LINE
001660         DISPLAY 'AMSV194 - ' RM-TEXT
001670         GO TO 3000-EXIT
001680     END-IF.
001690     STRING 'RESTART AT ' DELIMITED BY SIZE
001700         RCS-RESTART-STEP DELIMITED BY SPACE
001710         ' - STEPS REMAINING: ' DELIMITED BY SIZE
001720         RCS-REMAINING-COUNT DELIMITED BY SIZE
001730         INTO RM-TEXT
001740     END-STRING.
001750     WRITE AMSV194-REPORT-LINE FROM WS-REPORT-MESSAGE-LINE.
001760     DISPLAY 'AMSV194 - ' RM-TEXT.
001770     PERFORM 3100-NAME-ONE-REMAINING THRU 3100-EXIT
001780         VARYING WS-STEP-SUB FROM 1 BY 1
001790         UNTIL WS-STEP-SUB > 10.
001800     MOVE 4 TO RETURN-CODE.
001810 3000-EXIT.
001820     EXIT.
001830*****************************************************************
001840*    3100-NAME-ONE-REMAINING                                    *
001850*****************************************************************
001860 3100-NAME-ONE-REMAINING.
001870     IF RCS-LIST-STATUS (WS-STEP-SUB) NOT = 'C'
001880         MOVE SPACES TO WS-REPORT-MESSAGE-LINE
001890         MOVE RCS-LIST-STEP-NAME (WS-STEP-SUB) TO RM-TEXT(5:8)
001900         WRITE AMSV194-REPORT-LINE FROM WS-REPORT-MESSAGE-LINE
001910         DISPLAY 'AMSV194 -     ' RCS-LIST-STEP-NAME (WS-STEP-SUB)
001920     END-IF.
001930 3100-EXIT.
001940     EXIT.
001950*****************************************************************
001960*    8000-TERMINATE                                             *
001970*****************************************************************
001980 8000-TERMINATE.
001990     CLOSE AMSV194-REPORT.
002000 8000-EXIT.
002010     EXIT.
