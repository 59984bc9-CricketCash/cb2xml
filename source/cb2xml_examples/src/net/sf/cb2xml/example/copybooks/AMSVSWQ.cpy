000010*****************************************************************
000020*   COPYBOOK    :  AMSVSWQ                                     *
000030*   RECORD NAME :  SUSPENSE-WORK-QUEUE-RECORD                   *
000040*   DESCRIPTION :  ONE OPEN SUSPENSE ITEM AS THE ONLINE WORK-   *
000050*                  QUEUE TRANSACTION (VSWQ, AMSV188) SEES IT.   *
000060*                  AMSV126 WRITES ONE PER ITEM IT CARRIES       *
000070*                  FORWARD (DD AMV26WQ), NUMBERED IN SUSPENSE   *
000080*                  FILE ORDER; THE NIGHTLY STREAM SORTS THEM ON *
000090*                  SWQ-KEY AND RELOADS THE AMSVSWQ KSDS, SO THE *
000100*                  QUEUE BROWSES BY BRAND, OLDEST FIRST.  THE   *
000110*                  HELD ITEM ITSELF IS CARRIED IN THE AMSVSUSP  *
000120*                  LAYOUT.  WHEN A CLERK RELEASES OR DROPS THE  *
000130*                  ITEM ONLINE, AMSV188 MARKS IT HERE SO IT     *
000140*                  LEAVES THE LIST AND CANNOT BE DECIDED TWICE  *
000150*                  BEFORE AMSV126 APPLIES THE DECISION.         *
000160*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000170*   DATE-WRITTEN:  10/15/2026                                   *
000180*---------------------------------------------------------------*
000190*   MODIFICATION HISTORY                                        *
000200*---------------------------------------------------------------*
000210*   DATE       INIT  DESCRIPTION                                *
000220*   ---------- ----  ---------------------------------------    *
000230*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000240*****************************************************************
000250 01  SUSPENSE-WORK-QUEUE-RECORD.
000260     03  SWQ-KEY.
000270         05  SWQ-BRAND               PIC X(03).
000280         05  SWQ-SUSPENSE-DATE       PIC 9(08).
000290         05  SWQ-ITEM-NUMBER         PIC 9(06).
000300     03  SWQ-ITEM-STATUS             PIC X(01).
000310         88  SWQ-ITEM-OPEN           VALUE 'O'.
000320         88  SWQ-ITEM-RELEASED       VALUE 'R'.
000330         88  SWQ-ITEM-DROPPED        VALUE 'D'.
000340     03  SWQ-DECIDED-BY              PIC X(08).
000350     03  SWQ-SUSPENSE-ITEM.
000360         05  SWQ-TRANS-CODE          PIC X(01).
000370         05  SWQ-CHANGED-BY          PIC X(08).
000380         05  SWQ-VENDOR-DATA         PIC X(177).
000390         05  SWQ-REJECT-REASON       PIC X(40).
000400         05  SWQ-ITEM-SUSPENSE-DATE  PIC 9(08).
