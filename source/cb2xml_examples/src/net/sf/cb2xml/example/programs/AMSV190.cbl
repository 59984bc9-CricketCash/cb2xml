000200*                  OF LETTING A SHORT FILE RIDE TO MONTH-END.   *
000210*                  WHERE A STEP WAS RERUN, THE LAST CONTROL     *
000220*                  RECORD IT WROTE IS THE ONE THAT COUNTS.      *
000000*                  IT ALSO CONFIRMS FROM THE RUN-CONTROL FILE   *
000000*                  (AMSV191) THAT EVERY EARLIER STEP OF THE     *
000000*                  STREAM IS COMPLETE FOR THE CYCLE, SO AMSV192 *
000000*                  NEVER TAKES ITS IMAGE COPY BEHIND A FAILED   *
000000*                  OR UNFINISHED STEP.                          *
000230*                                                               *
000240*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000250*   INSTALLATION:  AMS DISTRIBUTION SYSTEMS                     *
000300*   DATE       INIT  DESCRIPTION                                *
000310*   ---------- ----  ---------------------------------------    *
000320*   08/22/2026 DK    ORIGINAL PROGRAM.                          *
000000*   10/15/2026 DK    CHECKS THE STREAM RUN-CONTROL FILE THROUGH *
000000*                    AMSV191 BEFORE RUNNING AND MARKS THE STEP  *
000000*                    COMPLETE OR FAILED AT THE END, SO A STEP   *
000000*                    ALREADY COMPLETE FOR THE CYCLE IS NOT      *
000000*                    RERUN UNLESS FORCED AND NO STEP RUNS AHEAD *
000000*                    OF AN UNFINISHED ONE.                      *
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     AMSV190.
001060     05  FILLER                  PIC X(07) VALUE ' SKIP: '.
001070     05  CL-SKIP                 PIC ZZZ,ZZZ,ZZ9.
001080     05  FILLER                  PIC X(59) VALUE SPACES.
000000 COPY AMSV191.
001090 PROCEDURE DIVISION.
001100*****************************************************************
001110*    0000-MAINLINE                                              *
001120*****************************************************************
001130 0000-MAINLINE.
000000     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
001160         UNTIL WS-EOF.
001170     PERFORM 3000-CHECK-ALL-STEPS THRU 3000-EXIT.
001180     PERFORM 4000-CROSS-STEP-CHECKS THRU 4000-EXIT.
000000     PERFORM 4500-CHECK-STEPS-COMPLETE THRU 4500-EXIT.
001190     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000000     PERFORM 8900-MARK-STEP-DONE THRU 8900-EXIT.
001200     STOP RUN.
000000*****************************************************************
000000*    0100-CHECK-RUN-CONTROL                                     *
000000*        ASKS THE RUN-CONTROL SERVICE WHETHER THIS STEP MAY     *
000000*        RUN FOR THE CYCLE.  A STEP ALREADY COMPLETE, OR WHOSE  *
000000*        PRIOR STEP IS NOT, ENDS HERE BEFORE ANY FILE IS        *
000000*        OPENED.                                                *
000000*****************************************************************
000000 0100-CHECK-RUN-CONTROL.
000000     MOVE 'START' TO RCS-FUNCTION.
000000     MOVE 'AMSV190' TO RCS-STEP-NAME.
000000     CALL 'AMSV191' USING AMSV191-PARMS.
000000     IF RCS-MESSAGE NOT = SPACES
000000         DISPLAY 'AMSV190 - ' RCS-MESSAGE
000000     END-IF.
000000     IF RCS-RETURN-CODE NOT = ZERO
000000         MOVE RCS-RETURN-CODE TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     MOVE ZERO TO RETURN-CODE.
000000 0100-EXIT.
000000     EXIT.
001210*****************************************************************
001220*    1000-INITIALIZE                                            *
001230*****************************************************************
002950     END-IF.
002960 4000-EXIT.
002970     EXIT.
000000*****************************************************************
000000*    4500-CHECK-STEPS-COMPLETE                                  *
000000*        EVERY STEP AHEAD OF THIS ONE IN THE RUN-CONTROL LIST   *
000000*        (ENTRIES 1 TO 8 - AMSV110 THROUGH AMSV150) MUST BE     *
000000*        COMPLETE FOR THE CYCLE.  A FORCED RERUN THAT FAILED    *
000000*        LEAVES ITS STEP FAILED, SO IT IS CAUGHT HERE TOO.      *
000000*****************************************************************
000000 4500-CHECK-STEPS-COMPLETE.
000000     MOVE 'LIST' TO RCS-FUNCTION.
000000     CALL 'AMSV191' USING AMSV191-PARMS.
000000     IF RCS-RETURN-CODE NOT = ZERO
000000         ADD 1 TO WS-ERRORS-FOUND
000000         MOVE SPACES TO WS-REPORT-DETAIL-LINE
000000         MOVE 'AMSV190 ' TO RD-STEP-NAME
000000         MOVE RCS-MESSAGE TO RD-MESSAGE
000000         WRITE AMSV190-REPORT-LINE
000000             FROM WS-REPORT-DETAIL-LINE
000000         GO TO 4500-EXIT
000000     END-IF.
000000     PERFORM 4510-CHECK-ONE-RUN-STEP THRU 4510-EXIT
000000         VARYING WS-STEP-SUB FROM 1 BY 1
000000         UNTIL WS-STEP-SUB > 8.
000000 4500-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    4510-CHECK-ONE-RUN-STEP                                    *
000000*****************************************************************
000000 4510-CHECK-ONE-RUN-STEP.
000000     IF RCS-LIST-STATUS (WS-STEP-SUB) NOT = 'C'
000000         ADD 1 TO WS-ERRORS-FOUND
000000         MOVE SPACES TO WS-REPORT-DETAIL-LINE
000000         MOVE RCS-LIST-STEP-NAME (WS-STEP-SUB) TO RD-STEP-NAME
000000         MOVE 'STEP NOT COMPLETE ON RUN-CONTROL FILE'
000000             TO RD-MESSAGE
000000         WRITE AMSV190-REPORT-LINE
000000             FROM WS-REPORT-DETAIL-LINE
000000     END-IF.
000000 4510-EXIT.
000000     EXIT.
002980*****************************************************************
002990*    8000-TERMINATE                                             *
003000*****************************************************************
003150     DISPLAY 'AMSV190 - ERRORS FOUND        : ' WS-ERRORS-FOUND.
003160 8000-EXIT.
003170     EXIT.
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
000000         DISPLAY 'AMSV190 - ' RCS-MESSAGE
000000         IF RCS-RETURN-CODE > RETURN-CODE
000000             MOVE RCS-RETURN-CODE TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000 8900-EXIT.
000000     EXIT.
