000010*****************************************************************
000020*   COPYBOOK    :  AMSV188                                     *
000030*   RECORD NAME :  AMSV188-COMMAREA                             *
000040*   DESCRIPTION :  PSEUDO-CONVERSATIONAL WORKING STORAGE FOR    *
000050*                  AMSV188, THE ONLINE SUSPENSE WORK-QUEUE      *
000060*                  (VSWQ) TRANSACTION.  CARRIES THE DIALOG      *
000070*                  STATE, THE SIGNED-ON OPERATOR, THE BRAND THE *
000080*                  QUEUE IS FILTERED ON (SPACES FOR EVERY BRAND *
000090*                  THE OPERATOR MAY SEE), THE WORK-QUEUE KEYS   *
000100*                  THE CURRENT PAGE STARTED FROM AND RUNS ON    *
000110*                  FROM, THE KEY OF EACH ROW ON THE SCREEN, AND *
000120*                  FOR THE ITEM BEING WORKED ITS KEY AND THE    *
000130*                  TRANSACTION AS CORRECTED SO FAR - AN EDIT    *
000140*                  FAILURE KEEPS WHAT THE CLERK ALREADY FIXED.  *
000150*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000160*   DATE-WRITTEN:  10/15/2026                                   *
000170*---------------------------------------------------------------*
000180*   MODIFICATION HISTORY                                        *
000190*---------------------------------------------------------------*
000200*   DATE       INIT  DESCRIPTION                                *
000210*   ---------- ----  ---------------------------------------    *
000220*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000230*****************************************************************
000240 01  AMSV188-COMMAREA.
000250     03  QCA-STATE                   PIC X(01).
000260         88  QCA-AWAITING-BRAND      VALUE 'K'.
000270         88  QCA-AWAITING-PICK       VALUE 'P'.
000280         88  QCA-AWAITING-FIX        VALUE 'F'.
000290     03  QCA-OPERATOR-ID             PIC X(08).
000300     03  QCA-BRAND-FILTER            PIC X(03).
000310     03  QCA-PAGE-START-KEY          PIC X(17).
000320     03  QCA-RESUME-KEY              PIC X(17).
000330     03  QCA-LINE-COUNT              PIC 9(02).
000340     03  QCA-LINE-KEY OCCURS 12 TIMES
000350                                     PIC X(17).
000360     03  QCA-ITEM-KEY                PIC X(17).
000370     03  QCA-WORK-TRANS-CODE         PIC X(01).
000380     03  QCA-WORK-VENDOR-DATA        PIC X(177).
