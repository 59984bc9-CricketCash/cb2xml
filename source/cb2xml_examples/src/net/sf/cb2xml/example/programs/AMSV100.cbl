000000*                    THE SHARED STREAM CONTROL FILE (AMSVCTL)   *
000000*                    FOR THE END-OF-STREAM BALANCING STEP       *
000000*                    AMSV190.                                   *
000000*   10/15/2026 DK    CHECKS THE STREAM RUN-CONTROL FILE THROUGH *
000000*                    AMSV191 BEFORE RUNNING AND MARKS THE STEP  *
000000*                    COMPLETE OR FAILED AT THE END, SO A STEP   *
000000*                    ALREADY COMPLETE FOR THE CYCLE IS NOT      *
000000*                    RERUN UNLESS FORCED AND NO STEP RUNS AHEAD *
000000*                    OF AN UNFINISHED ONE.                      *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.     AMSV100.
000960             VALUE 'RECORDS REJECTED  : '.
000970     05  RT-RECORDS-REJECTED     PIC ZZZ,ZZ9.
000980     05  FILLER                  PIC X(104) VALUE SPACES.
000000 COPY AMSV191.
000990 PROCEDURE DIVISION.
001000*****************************************************************
001010*    0000-MAINLINE                                              *
001020*****************************************************************
001030 0000-MAINLINE.
000000     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     PERFORM 2000-EDIT-ONE-RECORD THRU 2000-EXIT
001060         UNTIL WS-EOF.
001070     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000000     PERFORM 8900-MARK-STEP-DONE THRU 8900-EXIT.
001080     STOP RUN.
000000*****************************************************************
000000*    0100-CHECK-RUN-CONTROL                                     *
000000*        ASKS THE RUN-CONTROL SERVICE WHETHER THIS STEP MAY     *
000000*        RUN FOR THE CYCLE.  A STEP ALREADY COMPLETE, OR WHOSE  *
000000*        PRIOR STEP IS NOT, ENDS HERE BEFORE ANY FILE IS        *
000000*        OPENED.                                                *
000000*****************************************************************
000000 0100-CHECK-RUN-CONTROL.
000000     MOVE 'START' TO RCS-FUNCTION.
000000     MOVE 'AMSV100' TO RCS-STEP-NAME.
000000     CALL 'AMSV191' USING AMSV191-PARMS.
000000     IF RCS-MESSAGE NOT = SPACES
000000         DISPLAY 'AMSV100 - ' RCS-MESSAGE
000000     END-IF.
000000     IF RCS-RETURN-CODE NOT = ZERO
000000         MOVE RCS-RETURN-CODE TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     MOVE ZERO TO RETURN-CODE.
000000 0100-EXIT.
000000     EXIT.
001090*****************************************************************
001100*    1000-INITIALIZE                                            *
001110*****************************************************************
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
000000         DISPLAY 'AMSV100 - ' RCS-MESSAGE
000000         IF RCS-RETURN-CODE > RETURN-CODE
000000             MOVE RCS-RETURN-CODE TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000 8900-EXIT.
000000     EXIT.
