000010*****************************************************************
000020*   COPYBOOK    :  AMSVGREV                                     *
000030*   RECORD NAME :  GEOCODE-REVIEW-RECORD                        *
000040*   DESCRIPTION :  ONE ROW PER RESOLVED GEOCODE RESPONSE WHOSE   *
000050*                  COORDINATES FAILED THE PLAUSIBILITY CHECK IN  *
000060*                  AMSV165 - OUTSIDE THE BOUNDING BOX FOR THE    *
000070*                  LOCATION'S STATE, TOO FAR FROM ITS POSTCODE   *
000080*                  CENTROID (AMSVPCEN), OR NOT NUMERIC.  THE     *
000090*                  COORDINATES ARE HELD HERE INSTEAD OF GOING TO *
000100*                  AMSVLOCC, WHICH KEEPS WHATEVER IT HAD (THE    *
000110*                  GRV-OLD- FIELDS).  WRITTEN BY AMSV165 (DD     *
000120*                  AMV6GRV); WORKED BY THE REVIEW RUN AMSV167,   *
000130*                  WHICH APPLIES OR DISCARDS EACH ITEM ON A      *
000140*                  CLERK'S DECISION AND CARRIES THE REST         *
000150*                  FORWARD.  GRV-DISTANCE-KM IS THE DISTANCE     *
000160*                  FROM THE POSTCODE CENTROID WHEN THERE IS ONE  *
000170*                  (GRV-CENTROID-FOUND), ZERO OTHERWISE.  SIGNED *
000180*                  DEGREES, SAME AS AMSVLOCC.                    *
000190*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000200*   DATE-WRITTEN:  10/15/2026                                   *
000210*---------------------------------------------------------------*
000220*   MODIFICATION HISTORY                                        *
000230*---------------------------------------------------------------*
000240*   DATE       INIT  DESCRIPTION                                *
000250*   ---------- ----  ---------------------------------------    *
000260*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000270*****************************************************************
000280 01  GEOCODE-REVIEW-RECORD.
000290     03  GRV-KEY.
000300         05  GRV-BRAND               PIC X(03).
000310         05  GRV-LOCATION-NUMBER     PIC 9(04).
000320     03  GRV-STATE                   PIC X(03).
000330     03  GRV-POSTCODE                PIC 9(04).
000340     03  GRV-NEW-LATITUDE            PIC S9(03)V9(06).
000350     03  GRV-NEW-LONGITUDE           PIC S9(03)V9(06).
000360     03  GRV-OLD-SWITCH              PIC X(01).
000370         88  GRV-OLD-ON-FILE         VALUE 'Y'.
000380         88  GRV-NO-OLD-ON-FILE      VALUE 'N'.
000390     03  GRV-OLD-LATITUDE            PIC S9(03)V9(06).
000400     03  GRV-OLD-LONGITUDE           PIC S9(03)V9(06).
000410     03  GRV-REASON                  PIC X(01).
000420         88  GRV-NOT-NUMERIC         VALUE 'N'.
000430         88  GRV-OUTSIDE-STATE       VALUE 'S'.
000440         88  GRV-FAR-FROM-CENTROID   VALUE 'C'.
000450     03  GRV-REASON-TEXT             PIC X(30).
000460     03  GRV-CENTROID-SWITCH         PIC X(01).
000470         88  GRV-CENTROID-FOUND      VALUE 'Y'.
000480         88  GRV-NO-CENTROID         VALUE 'N'.
000490     03  GRV-DISTANCE-KM             PIC 9(05)V9(01).
000500     03  GRV-HELD-DATE               PIC 9(08).
000510     03  FILLER                      PIC X(03).
