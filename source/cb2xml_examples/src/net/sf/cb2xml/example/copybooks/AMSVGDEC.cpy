000010*****************************************************************
000020*   COPYBOOK    :  AMSVGDEC                                     *
000030*   RECORD NAME :  GEOCODE-DECISION-RECORD                      *
000040*   DESCRIPTION :  ONE CLERK DECISION ON A HELD GEOCODE-REVIEW-  *
000050*                  RECORD (SEE AMSVGREV), KEYED FROM THE AMSV167 *
000060*                  EXCEPTION REPORT.  'A' ACCEPTS THE HELD       *
000070*                  COORDINATES ONTO AMSVLOCC; 'R' REJECTS THEM   *
000080*                  AND KEEPS WHAT AMSVLOCC ALREADY HAS.  MATCHED *
000090*                  BY BRAND AND LOCATION-NUMBER; WHERE ONE KEY   *
000100*                  HAS SEVERAL HELD ITEMS, EACH DECISION CLAIMS  *
000110*                  THE FIRST STILL-UNMATCHED ITEM IN FILE ORDER, *
000120*                  THE SAME RULE AS THE SUSPENSE CORRECTION      *
000130*                  CARDS (AMSVSCOR).  THE CLERK'S ID IS          *
000140*                  REQUIRED.                                     *
000150*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000160*   DATE-WRITTEN:  10/15/2026                                   *
000170*---------------------------------------------------------------*
000180*   MODIFICATION HISTORY                                        *
000190*---------------------------------------------------------------*
000200*   DATE       INIT  DESCRIPTION                                *
000210*   ---------- ----  ---------------------------------------    *
000220*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000230*****************************************************************
000240 01  GEOCODE-DECISION-RECORD.
000250     03  GDC-ACTION                  PIC X(01).
000260         88  GDC-ACCEPT              VALUE 'A'.
000270         88  GDC-REJECT              VALUE 'R'.
000280     03  GDC-KEY.
000290         05  GDC-BRAND               PIC X(03).
000300         05  GDC-LOCATION-NUMBER     PIC 9(04).
000310     03  GDC-DECIDED-BY              PIC X(08).
