000010*****************************************************************
000020*   COPYBOOK    :  AMSVSWD                                     *
000030*   RECORD NAME :  SUSPENSE-WORK-DECISION                       *
000040*   DESCRIPTION :  ONE CLERK DECISION TAKEN ON THE ONLINE       *
000050*                  SUSPENSE WORK QUEUE (VSWQ, AMSV188) -        *
000060*                  RELEASE WITH ANY NUMBER OF FIELDS CORRECTED, *
000070*                  OR DROP.  WRITTEN TO THE AMSW TD QUEUE,      *
000080*                  WHICH IS MAPPED ONTO THE AMSVSWD DATASET,    *
000090*                  AND READ BY THE NEXT AMSV126 RUN (DD         *
000100*                  AMV26WD) ALONGSIDE THE CORRECTION CARDS.     *
000110*                  THE HELD ITEM AS IT STOOD IN SUSPENSE IS     *
000120*                  CARRIED WHOLE SO AMSV126 CAN MATCH THE       *
000130*                  DECISION TO EXACTLY THAT ITEM; THE CORRECTED *
000140*                  TRANSACTION REPLACES IT ON THE RECYCLE FILE  *
000150*                  UNDER THE DECIDING CLERK'S ID.               *
000160*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000170*   DATE-WRITTEN:  10/15/2026                                   *
000180*---------------------------------------------------------------*
000190*   MODIFICATION HISTORY                                        *
000200*---------------------------------------------------------------*
000210*   DATE       INIT  DESCRIPTION                                *
000220*   ---------- ----  ---------------------------------------    *
000230*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000240*****************************************************************
000250 01  SUSPENSE-WORK-DECISION.
000260     03  SWD-ACTION                  PIC X(01).
000270         88  SWD-RELEASE             VALUE 'R'.
000280         88  SWD-DROP                VALUE 'D'.
000290     03  SWD-DECIDED-BY              PIC X(08).
000300     03  SWD-DECIDED-DATE            PIC 9(08).
000310     03  SWD-HELD-ITEM.
000320         05  SWD-HELD-TRANS-CODE     PIC X(01).
000330         05  SWD-HELD-CHANGED-BY     PIC X(08).
000340         05  SWD-HELD-VENDOR-DATA    PIC X(177).
000350         05  SWD-HELD-SUSPENSE-DATE  PIC 9(08).
000360     03  SWD-NEW-TRANS-CODE          PIC X(01).
000370     03  SWD-NEW-VENDOR-DATA         PIC X(177).
