000400*   DATE       INIT  DESCRIPTION                                *
000410*   ---------- ----  ---------------------------------------    *
000420*   09/02/2026 DK    ORIGINAL PROGRAM.                          *
000000*   10/15/2026 DK    CHECKS THE STREAM RUN-CONTROL FILE THROUGH *
000000*                    AMSV191 BEFORE RUNNING AND MARKS THE STEP  *
000000*                    COMPLETE OR FAILED AT THE END, SO A STEP   *
000000*                    ALREADY COMPLETE FOR THE CYCLE IS NOT      *
000000*                    RERUN UNLESS FORCED AND NO STEP RUNS AHEAD *
000000*                    OF AN UNFINISHED ONE.                      *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     AMSV124.
001630     05  FILLER                  PIC X(20).
001640     05  RT-COUNT                PIC ZZZ,ZZ9.
001650     05  FILLER                  PIC X(105) VALUE SPACES.
000000 COPY AMSV191.
001660 PROCEDURE DIVISION.
001670*****************************************************************
001680*    0000-MAINLINE                                              *
001710*        REACH AMSV125 IN ROUGHLY THE ORDER THEY WERE KEYED.     *
001720*****************************************************************
001730 0000-MAINLINE.
000000     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     PERFORM 2000-PROCESS-ONE-PENDING THRU 2000-EXIT
001760         UNTIL WS-PEND-OLD-EOF.
001770     PERFORM 3000-PROCESS-ONE-DATED THRU 3000-EXIT
001780         UNTIL WS-DATED-EOF.
001790     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000000     PERFORM 8900-MARK-STEP-DONE THRU 8900-EXIT.
001800     STOP RUN.
000000*****************************************************************
000000*    0100-CHECK-RUN-CONTROL                                     *
000000*        ASKS THE RUN-CONTROL SERVICE WHETHER THIS STEP MAY     *
000000*        RUN FOR THE CYCLE.  A STEP ALREADY COMPLETE, OR WHOSE  *
000000*        PRIOR STEP IS NOT, ENDS HERE BEFORE ANY FILE IS        *
000000*        OPENED.                                                *
000000*****************************************************************
000000 0100-CHECK-RUN-CONTROL.
000000     MOVE 'START' TO RCS-FUNCTION.
000000     MOVE 'AMSV124' TO RCS-STEP-NAME.
000000     CALL 'AMSV191' USING AMSV191-PARMS.
000000     IF RCS-MESSAGE NOT = SPACES
000000         DISPLAY 'AMSV124 - ' RCS-MESSAGE
000000     END-IF.
000000     IF RCS-RETURN-CODE NOT = ZERO
000000         MOVE RCS-RETURN-CODE TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     MOVE ZERO TO RETURN-CODE.
000000 0100-EXIT.
000000     EXIT.
001810*****************************************************************
001820*    1000-INITIALIZE                                            *
001830*        A MISSING PRIOR PENDING FILE JUST MEANS NOTHING WAS     *
003500     DISPLAY 'AMSV124 - STILL PENDING       : ' WS-CARRIED.
003510 8000-EXIT.
003520     EXIT.
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
000000         DISPLAY 'AMSV124 - ' RCS-MESSAGE
000000         IF RCS-RETURN-CODE > RETURN-CODE
000000             MOVE RCS-RETURN-CODE TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000 8900-EXIT.
000000     EXIT.
