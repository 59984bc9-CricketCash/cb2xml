000010*****************************************************************
000020*   COPYBOOK    :  AMSVRUNC                                     *
000030*   RECORD NAME :  RUN-CONTROL-RECORD                           *
000040*   DESCRIPTION :  ONE ROW PER NIGHTLY-STREAM STEP PER CYCLE ON *
000050*                  THE KEYED RUN-CONTROL FILE (DD AMSVRUN),     *
000060*                  KEPT BY THE AMSV191 SERVICE.  A STEP IS      *
000070*                  MARKED STARTED WHEN IT PASSES ITS START-UP   *
000080*                  CHECK AND COMPLETE (RETURN CODE 4 OR LESS)   *
000090*                  OR FAILED WHEN IT ENDS; A STEP THAT ABENDS   *
000100*                  OR STOPS EARLY STAYS STARTED.  UNLIKE THE    *
000110*                  STREAM CONTROL FILE (AMSVCTL), WHICH IS      *
000120*                  ALLOCATED FRESH EACH NIGHT FOR BALANCING,    *
000130*                  THIS FILE IS KEPT FROM CYCLE TO CYCLE.       *
000140*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000150*   DATE-WRITTEN:  10/15/2026                                   *
000160*---------------------------------------------------------------*
000170*   MODIFICATION HISTORY                                        *
000180*---------------------------------------------------------------*
000190*   DATE       INIT  DESCRIPTION                                *
000200*   ---------- ----  ---------------------------------------    *
000210*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000220*****************************************************************
000230 01  RUN-CONTROL-RECORD.
000240     03  RNC-KEY.
000250         05  RNC-CYCLE-DATE          PIC 9(08).
000260         05  RNC-STEP-NAME           PIC X(08).
000270     03  RNC-STEP-STATUS             PIC X(01).
000280         88  RNC-STEP-STARTED        VALUE 'S'.
000290         88  RNC-STEP-COMPLETE       VALUE 'C'.
000300         88  RNC-STEP-FAILED         VALUE 'F'.
000310     03  RNC-START-DATE              PIC 9(08).
000320     03  RNC-START-TIME              PIC 9(08).
000330     03  RNC-END-DATE                PIC 9(08).
000340     03  RNC-END-TIME                PIC 9(08).
000350     03  RNC-STEP-RETURN-CODE        PIC 9(04).
000360     03  RNC-RUN-COUNT               PIC 9(03).
000370     03  RNC-FORCED-SWITCH           PIC X(01).
000380         88  RNC-FORCED-RERUN        VALUE 'Y'.
000390     03  FILLER                      PIC X(10).
