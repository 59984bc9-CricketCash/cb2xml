000000*                    THE SAME EDIT AMSV125 APPLIES IN BATCH.    *
000000*                    A CODE NOT ON FILE, OR MARKED INACTIVE,    *
000000*                    REFUSES THE TRANSACTION WITH A MESSAGE.    *
000000*   10/15/2026 DK    PF5 ON THE KEY SCREEN XCTLS TO THE CHANGE- *
000000*                    HISTORY BROWSE AMSV187 (VHST) FOR THE      *
000000*                    KEYED BRAND/LOCATION, OR THE LAST ONE      *
000000*                    WORKED IF NONE WAS KEYED (SEE 2060).       *
000450*   08/09/2026 DK    SWITCHED THE HISTORY LOG CALL FROM AMSV120  *
000460*                    TO AMSV121 - AMSV120 DOES NATIVE COBOL      *
000470*                    FILE I/O AGAINST A SELECT/ASSIGN DATASET,   *
000000 01  WS-BRAND-ALLOWED-SWITCH     PIC X(01).
000000     88  WS-BRAND-ALLOWED        VALUE 'Y'.
000740 COPY AMSV180.
000000 COPY AMSV187.
000000 COPY DFHAID.
000750 01  WS-RESP                     PIC S9(08) COMP.
000760 01  WS-RECEIVE-LENGTH           PIC S9(04) COMP.
000770 01  WS-EDIT-SWITCH              PIC X(01).
001280     MOVE SPACES TO WS-SEND-LINE.
001290     MOVE 'AMSV180 VENDOR MAINT - FUNCTION(I/A/C/D) BRAND LOC#'
001300         TO WS-SEND-LINE.
000000     MOVE 'PF5=HISTORY' TO WS-SEND-LINE(54:11).
001310     EXEC CICS SEND
001320         FROM(WS-SEND-LINE)
001330         LENGTH(LENGTH OF WS-SEND-LINE)
001560*        TO THE PARAGRAPH FOR THAT FUNCTION.                     *
001570*****************************************************************
001580 2100-RECEIVE-KEY-LINE.
000000     MOVE SPACES TO WS-KEY-LINE.
001590     MOVE LENGTH OF WS-KEY-LINE TO WS-RECEIVE-LENGTH.
001600     EXEC CICS RECEIVE
001610         INTO(WS-KEY-LINE)
001650     IF WS-RESP NOT = ZERO
001660         MOVE 'I' TO KL-FUNCTION
001670     END-IF.
000000     IF EIBAID = DFHPF5
000000         PERFORM 2060-SHOW-HISTORY THRU 2060-EXIT
000000         GO TO 2100-EXIT
000000     END-IF.
001680     MOVE KL-BRAND TO CA-BRAND.
001690     MOVE KL-LOCATION-NUMBER TO CA-LOCATION-NUMBER.
001700     MOVE KL-FUNCTION TO CA-FUNCTION.
000000 2050-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2060-SHOW-HISTORY                                          *
000000*        PF5 FROM THE KEY SCREEN - HANDS THE KEY TO THE CHANGE- *
000000*        HISTORY BROWSE AMSV187 IN ITS OWN COMMAREA, STATE 'S', *
000000*        THE SAME WAY AMSV185 HANDS A PICKED KEY TO THIS        *
000000*        PROGRAM.  A BLANK BRAND MEANS THE LOCATION LAST WORKED *
000000*        IN THIS CONVERSATION, STILL IN CA-KEY.  AMSV187 MAKES  *
000000*        ITS OWN AUTHORITY CHECK.  CONTROL DOES NOT COME BACK   *
000000*        FROM THE XCTL.                                         *
000000*****************************************************************
000000 2060-SHOW-HISTORY.
000000     IF KL-BRAND NOT = SPACES
000000         MOVE KL-BRAND TO CA-BRAND
000000         MOVE KL-LOCATION-NUMBER TO CA-LOCATION-NUMBER
000000     END-IF.
000000     IF CA-BRAND = SPACES OR CA-LOCATION-NUMBER NOT NUMERIC
000000         MOVE 'KEY A BRAND AND LOCATION FOR HISTORY'
000000             TO WS-EDIT-REASON
000000         PERFORM 2900-SEND-ERROR THRU 2900-EXIT
000000         SET CA-AWAITING-KEY TO TRUE
000000         GO TO 2060-EXIT
000000     END-IF.
000000     MOVE SPACES TO AMSV187-COMMAREA.
000000     SET HCA-KEY-SELECTED TO TRUE.
000000     MOVE CA-BRAND TO HCA-BRAND.
000000     MOVE CA-LOCATION-NUMBER TO HCA-LOCATION-NUMBER.
000000     MOVE CA-CHANGED-BY TO HCA-OPERATOR-ID.
000000     EXEC CICS XCTL
000000         PROGRAM('AMSV187')
000000         COMMAREA(AMSV187-COMMAREA)
000000         LENGTH(LENGTH OF AMSV187-COMMAREA)
000000     END-EXEC.
000000 2060-EXIT.
000000     EXIT.
000000*****************************************************************
000000*    2080-ROUTE-FUNCTION                                        *
000000*****************************************************************
000000 2080-ROUTE-FUNCTION.
