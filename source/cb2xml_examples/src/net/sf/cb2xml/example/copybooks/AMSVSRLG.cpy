000010*****************************************************************
000020*   COPYBOOK    :  AMSVSRLG                                     *
000030*   RECORD NAME :  SUSPENSE-RELEASE-LOG                         *
000040*   DESCRIPTION :  ONE ROW PER CLERK DECISION ON A SUSPENSE-     *
000050*                  RECORD (SEE AMSVSUSP) - RELEASED WITH A       *
000060*                  CORRECTION, RELEASED UNCHANGED OR DROPPED -   *
000070*                  WRITTEN BY AMSV126 AS THE DECISION IS         *
000080*                  APPLIED.  CARRIES WHO KEYED THE ORIGINAL      *
000090*                  TRANSACTION (SUS-CHANGED-BY) ALONGSIDE WHO    *
000100*                  DECIDED ITS FATE (SCR-CORRECTED-BY), WHICH    *
000110*                  NO OTHER FILE KEEPS ONCE THE ITEM LEAVES      *
000120*                  SUSPENSE.  APPENDED TO (DD AMSVSRL) NIGHT     *
000130*                  AFTER NIGHT AND READ BY THE MONTHLY OPERATOR  *
000140*                  ACTIVITY AUDIT AMSV142.                       *
000150*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000160*   DATE-WRITTEN:  10/15/2026                                   *
000170*---------------------------------------------------------------*
000180*   MODIFICATION HISTORY                                        *
000190*---------------------------------------------------------------*
000200*   DATE       INIT  DESCRIPTION                                *
000210*   ---------- ----  ---------------------------------------    *
000220*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000230*****************************************************************
000240 01  SUSPENSE-RELEASE-LOG.
000250     03  SRL-KEY.
000260         05  SRL-BRAND               PIC X(03).
000270         05  SRL-LOCATION-NUMBER     PIC X(04).
000280     03  SRL-RELEASE-DATE            PIC 9(08).
000290     03  SRL-ACTION                  PIC X(01).
000300         88  SRL-CORRECTED           VALUE 'C'.
000310         88  SRL-RELEASED-AS-IS      VALUE 'R'.
000320         88  SRL-DROPPED             VALUE 'D'.
000330     03  SRL-TRANS-CODE              PIC X(01).
000340     03  SRL-KEYED-BY                PIC X(08).
000350     03  SRL-CORRECTED-BY            PIC X(08).
000360     03  SRL-SUSPENSE-DATE           PIC 9(08).
000370     03  SRL-REJECT-REASON           PIC X(40).
