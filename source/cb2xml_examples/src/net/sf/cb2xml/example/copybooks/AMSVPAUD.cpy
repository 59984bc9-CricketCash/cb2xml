000010*****************************************************************
000020*   COPYBOOK    :  AMSVPAUD                                     *
000030*   RECORD NAME :  PURGE-AUDIT-RECORD                           *
000040*   DESCRIPTION :  ONE ROW PER SATELLITE-FILE RECORD REMOVED BY  *
000050*                  THE REFERENTIAL INTEGRITY AUDIT AMSV147 IN    *
000060*                  PURGE MODE - A LOCATION-COORDINATES OR        *
000070*                  DEPOT-ASSIGNMENT ROW LEFT BEHIND AFTER ITS    *
000080*                  AMS-VENDOR RECORD WAS DELETED.  CARRIES THE   *
000090*                  FILE AND KEY, WHEN AND BY WHOM, THE REASON    *
000100*                  AND THE REMOVED ROW ITSELF (LEFT-JUSTIFIED,   *
000110*                  SPACE-FILLED) SO IT CAN BE PUT BACK BY HAND   *
000120*                  IF A PURGE IS EVER QUESTIONED.  APPENDED TO   *
000130*                  (DD AMSVPAU) RUN AFTER RUN, NEVER REWRITTEN.  *
000140*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000150*   DATE-WRITTEN:  10/15/2026                                   *
000160*---------------------------------------------------------------*
000170*   MODIFICATION HISTORY                                        *
000180*---------------------------------------------------------------*
000190*   DATE       INIT  DESCRIPTION                                *
000200*   ---------- ----  ---------------------------------------    *
000210*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000220*****************************************************************
000230 01  PURGE-AUDIT-RECORD.
000240     03  PAU-FILE-NAME               PIC X(08).
000250     03  PAU-RECORD-KEY              PIC X(07).
000260     03  PAU-PURGE-DATE              PIC 9(08).
000270     03  PAU-PURGE-TIME              PIC 9(08).
000280     03  PAU-PURGED-BY               PIC X(08).
000290     03  PAU-REASON                  PIC X(40).
000300     03  PAU-RECORD-IMAGE            PIC X(40).
