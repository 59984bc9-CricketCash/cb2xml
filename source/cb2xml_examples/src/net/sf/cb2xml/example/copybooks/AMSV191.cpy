000010*****************************************************************
000020*   COPYBOOK    :  AMSV191                                      *
000030*   RECORD NAME :  AMSV191-PARMS                                *
000040*   DESCRIPTION :  CALL PARAMETERS FOR THE STREAM RUN-CONTROL   *
000050*                  SERVICE AMSV191.  EVERY NIGHTLY-STREAM STEP  *
000060*                  CALLS IT WITH 'START' BEFORE IT TOUCHES A    *
000070*                  FILE AND 'DONE' WITH ITS RETURN CODE AS IT   *
000080*                  ENDS; AMSV190 AND THE RESTART REPORT AMSV194 *
000090*                  CALL IT WITH 'LIST' TO GET EVERY STEP'S      *
000100*                  STATUS FOR THE CYCLE IN STREAM ORDER, THE    *
000110*                  NUMBER OF STEPS NOT YET COMPLETE AND THE     *
000120*                  FIRST OF THEM - THE STEP TO RESTART AT.      *
000130*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000140*   DATE-WRITTEN:  10/15/2026                                   *
000150*---------------------------------------------------------------*
000160*   MODIFICATION HISTORY                                        *
000170*---------------------------------------------------------------*
000180*   DATE       INIT  DESCRIPTION                                *
000190*   ---------- ----  ---------------------------------------    *
000200*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000210*****************************************************************
000220 01  AMSV191-PARMS.
000230     05  RCS-FUNCTION                PIC X(05).
000240         88  RCS-FUNC-START          VALUE 'START'.
000250         88  RCS-FUNC-DONE           VALUE 'DONE'.
000260         88  RCS-FUNC-LIST           VALUE 'LIST'.
000270     05  RCS-STEP-NAME               PIC X(08).
000280     05  RCS-STEP-RETURN-CODE        PIC 9(04).
000290     05  RCS-CYCLE-DATE              PIC 9(08).
000300     05  RCS-MESSAGE                 PIC X(50).
000310     05  RCS-REMAINING-COUNT         PIC 9(02).
000320     05  RCS-RESTART-STEP            PIC X(08).
000330     05  RCS-STEP-LIST OCCURS 10 TIMES.
000340         10  RCS-LIST-STEP-NAME      PIC X(08).
000350         10  RCS-LIST-STATUS         PIC X(01).
000360         10  RCS-LIST-RETURN-CODE    PIC 9(04).
000370         10  RCS-LIST-RUN-COUNT      PIC 9(03).
000380         10  RCS-LIST-END-DATE       PIC 9(08).
000390         10  RCS-LIST-END-TIME       PIC 9(08).
000400     05  RCS-RETURN-CODE             PIC 9(02).
