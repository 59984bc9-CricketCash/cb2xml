000410*   DATE       INIT  DESCRIPTION                                *
000420*   ---------- ----  ---------------------------------------    *
000430*   09/02/2026 DK    ORIGINAL PROGRAM.                          *
000000*   10/15/2026 DK    'S NN' WITH PF5 INSTEAD OF ENTER XCTLS TO  *
000000*                    THE CHANGE-HISTORY BROWSE AMSV187 (VHST)   *
000000*                    FOR THE PICKED ROW RATHER THAN TO AMSV180. *
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     AMSV185.
000630 COPY AMSVAUTH.
000640 COPY AMSV185.
000650 COPY AMSV180.
000000 COPY AMSV187.
000000 COPY DFHAID.
000660 01  WS-RESP                     PIC S9(08) COMP.
000670 01  WS-RECEIVE-LENGTH           PIC S9(04) COMP.
000680 01  WS-EDIT-REASON              PIC X(40).
002170     EXIT.
002180*****************************************************************
002190*    2200-RECEIVE-PICK                                          *
002200*        'S NN' DROPS INTO AMSV180 WITH THE PICKED KEY (OR,     *
000000*        WITH PF5, INTO THE AMSV187 HISTORY BROWSE); 'F'        *
002210*        SCROLLS FORWARD FROM WHERE THE LIST LEFT OFF;          *
002220*        ANYTHING ELSE STARTS A NEW SEARCH.                     *
002230*****************************************************************
002650     MOVE SCA-LINE-KEY (PK-LINE-NUMBER) (4:4)
002660         TO CA-LOCATION-NUMBER.
002670     MOVE SCA-OPERATOR-ID TO CA-CHANGED-BY.
000000     IF EIBAID = DFHPF5
000000         MOVE SPACES TO AMSV187-COMMAREA
000000         SET HCA-KEY-SELECTED TO TRUE
000000         MOVE CA-KEY TO HCA-KEY
000000         MOVE SCA-OPERATOR-ID TO HCA-OPERATOR-ID
000000         EXEC CICS XCTL
000000             PROGRAM('AMSV187')
000000             COMMAREA(AMSV187-COMMAREA)
000000             LENGTH(LENGTH OF AMSV187-COMMAREA)
000000         END-EXEC
000000     END-IF.
002680     EXEC CICS XCTL
002690         PROGRAM('AMSV180')
002700         COMMAREA(AMSV180-COMMAREA)
003340     IF SCA-LINE-COUNT = ZERO
003350         MOVE '   NO MATCHING LOCATIONS' TO WS-LIST-LINE (2)
003360     END-IF.
000000     MOVE 'S NN=SELECT (PF5=HISTORY)   F=MORE   X=NEW SEARCH'
003380         TO WS-LIST-LINE (14).
003390     EXEC CICS SEND
003400         FROM(WS-LIST-AREA)
