000010*****************************************************************
000020*   COPYBOOK    :  AMSVPLOC                                     *
000030*   RECORD NAME :  BRAND-PARTNER-LOCATION                       *
000040*   DESCRIPTION :  ONE LOCATION FROM A FRANCHISOR'S WEEKLY FULL  *
000050*                  STORE LIST, AFTER THE INBOUND REFORMAT HAS    *
000060*                  MAPPED THE PARTNER'S OWN FIELDS ONTO OURS.    *
000070*                  ONE FILE PER BRAND - THE BRAND ITSELF COMES   *
000080*                  FROM THE AMSV107 PARAMETER CARD, NOT THE      *
000090*                  RECORD.  THE FIELDS ARE THE AMS-VENDOR        *
000100*                  FIELDS FROM LOCATION-NUMBER TO STATE, IN THE  *
000110*                  SAME ORDER AND PICTURES, SO A LISTED STORE IS *
000120*                  BY DEFINITION AN ACTIVE ONE.  PARTNERS DO NOT *
000130*                  KNOW OUR LOCATION-TYPE CODES AND OFTEN OMIT   *
000140*                  THE PHONE - EITHER MAY BE LEFT AS SPACES.     *
000150*   AUTHOR      :  D. KOWALCZYK, VENDOR MASTER MAINTENANCE       *
000160*   DATE-WRITTEN:  10/15/2026                                   *
000170*---------------------------------------------------------------*
000180*   MODIFICATION HISTORY                                        *
000190*---------------------------------------------------------------*
000200*   DATE       INIT  DESCRIPTION                                *
000210*   ---------- ----  ---------------------------------------    *
000220*   10/15/2026 DK    ORIGINAL COPYBOOK.                          *
000230*****************************************************************
000240 01  BRAND-PARTNER-LOCATION.
000250     03  PLC-LOCATION-NUMBER         PIC 9(04).
000260     03  PLC-LOCATION-TYPE           PIC XX.
000270     03  PLC-LOCATION-NAME           PIC X(35).
000280     03  PLC-ADDRESS-1               PIC X(40).
000290     03  PLC-ADDRESS-2               PIC X(40).
000300     03  PLC-ADDRESS-3               PIC X(35).
000310     03  PLC-POSTCODE                PIC 9(04).
000320     03  PLC-CONTACT-PHONE           PIC X(10).
000330     03  PLC-STATE                   PIC XXX.
