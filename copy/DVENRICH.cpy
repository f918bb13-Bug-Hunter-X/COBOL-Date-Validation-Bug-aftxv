000600*  SETTLEMENT SCHEDULING JOBS CAN ROLL NON-BUSINESS-DAY
000700*  ITEMS TO THE NEXT WORKING DAY WITHOUT A CLERK LOOKING
000800*  EACH ONE UP ON THE CALENDAR.
000810*  DV-ENR-CALENDAR IS THE REGIONAL HOLIDAY CALENDAR THE
000820*  DATE WAS JUDGED ON (SPACES IS THE BASE CALENDAR), SO
000830*  HOLIMPCT CAN RECHECK THE RECORD AFTER A HOLIDAY IS
000840*  ADDED TO OR TAKEN OFF THAT CALENDAR.
000850*  THE DATE AND TIME ARE THE ITEM'S UTC-NORMALIZED DATE
000860*  AND TIME (DVVALOUT), SO AN ITEM ROLLED ACROSS MIDNIGHT
000870*  IS ENRICHED FOR THE DAY IT FALLS ON IN UTC.
000900*----------------------------------------------------------
001000 01  DV-ENRICH-RECORD.
001100     05  DV-ENR-DATE              PIC 9(08).
002100     05  DV-ENR-NEXT-BUS-DATE     PIC 9(08).
002200     05  FILLER                   PIC X(01).
002300     05  DV-ENR-PREV-BUS-DATE     PIC 9(08).
002310     05  FILLER                   PIC X(01).
002320     05  DV-ENR-CALENDAR          PIC X(04).
