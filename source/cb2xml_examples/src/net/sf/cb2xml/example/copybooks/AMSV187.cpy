000010*****************************************************************
000020*   COPYBOOK    :  AMSV187                                     *
000030*   RECORD NAME :  AMSV187-COMMAREA                             *
000040*   DESCRIPTION :  PSEUDO-CONVERSATIONAL WORKING STORAGE FOR    *
000050*                  AMSV187, THE ONLINE CHANGE-HISTORY BROWSE    *
000060*                  (VHST) TRANSACTION.  CARRIES THE DIALOG      *
000070*                  STATE, THE SIGNED-ON OPERATOR, THE BRAND/    *
000080*                  LOCATION-NUMBER BEING BROWSED, THE HISTORY   *
000090*                  KEYS THE CURRENT PAGE STARTED FROM AND       *
000100*                  ENDED AT (THE LIST RUNS NEWEST FIRST, SO     *
000110*                  'F' CONTINUES BACKWARD FROM THE LAST ROW     *
000120*                  SHOWN), AND THE FULL HISTORY KEY OF EACH     *
000130*                  ROW ON THE SCREEN SO A SELECTION CAN RE-READ *
000140*                  IT.  VMNT (AMSV180) AND VSRC (AMSV185) XCTL  *
000150*                  IN WITH STATE 'S', THE KEY AND OPERATOR      *
000160*                  ALREADY FILLED.                              *
000170*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000180*   DATE-WRITTEN:  10/15/2026                                   *
000190*---------------------------------------------------------------*
000200*   MODIFICATION HISTORY                                        *
000210*---------------------------------------------------------------*
000220*   DATE       INIT  DESCRIPTION                                *
000230*   ---------- ----  ---------------------------------------    *
000240*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000250*****************************************************************
000260 01  AMSV187-COMMAREA.
000270     03  HCA-STATE                   PIC X(01).
000280         88  HCA-AWAITING-KEY        VALUE 'K'.
000290         88  HCA-KEY-SELECTED        VALUE 'S'.
000300         88  HCA-AWAITING-PICK       VALUE 'P'.
000310         88  HCA-SHOWING-DETAIL      VALUE 'D'.
000320     03  HCA-OPERATOR-ID             PIC X(08).
000330     03  HCA-KEY.
000340         05  HCA-BRAND               PIC X(03).
000350         05  HCA-LOCATION-NUMBER     PIC 9(04).
000360     03  HCA-PAGE-START-KEY          PIC X(23).
000370     03  HCA-RESUME-KEY              PIC X(23).
000380     03  HCA-LINE-COUNT              PIC 9(02).
000390     03  HCA-LINE-KEY OCCURS 12 TIMES
000400                                     PIC X(23).
