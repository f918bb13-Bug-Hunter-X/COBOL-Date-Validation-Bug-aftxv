001000*  ANY OTHER TRANSMISSION.  A RANGE
001010*  RECORD ('R') CARRIES BOTH NORMALIZED DATES - THE FROM
001020*  DATE IN THE DETAIL DATE FIELD AND THE TO DATE IN THE
001030*  EXTENSION AT THE END, FOLLOWED BY THE BUSINESS-DAY
001040*  SPAN BETWEEN THEM AND THE REGIONAL HOLIDAY CALENDAR IT
001050*  WAS COUNTED ON (SPACES IS THE BASE CALENDAR).  RANGES
001060*  WRITTEN BEFORE THE SPAN WAS CARRIED HAVE SPACES THERE.
001070*  DETAIL AND RANGE RECORDS END WITH THE DATE AND TIME
001080*  NORMALIZED TO UTC (FOR A RANGE, THE FROM DATE) AND THE
001090*  UTC OFFSET APPLIED, ALONGSIDE THE FEED'S ORIGINAL
001091*  DATE AND TIME ABOVE.
001092*  THE HEADER ALSO CARRIES THE START TIME OF THE DTBATCH
001093*  RUN THAT BEGAN THE FILE, IN THE SPACE A RANGE RECORD
001094*  USES FOR ITS EXTENSION, SO DTREVRS CAN TELL WHICH RUN
001095*  THE FILE HOLDS.  HEADERS WRITTEN BEFORE THE FIELD
001096*  EXISTED HAVE SPACES THERE.
001100*----------------------------------------------------------
001200 01  DV-VALID-OUT-RECORD.
001300     05  DV-VOT-RECORD-TYPE        PIC X(01).
002600         10  FILLER                PIC X(08).
002700     05  DV-VOT-RANGE-EXT.
002800         10  DV-VOT-DATE-TO        PIC 9(08).
002810         10  DV-VOT-BUS-SPAN       PIC X(04).
002820         10  DV-VOT-BUS-SPAN-N REDEFINES DV-VOT-BUS-SPAN
002830                                   PIC 9(04).
002840         10  DV-VOT-CALENDAR       PIC X(04).
002850     05  DV-VOT-HDR-EXT REDEFINES DV-VOT-RANGE-EXT.
002860         10  DV-VOT-HDR-RUN-TIME   PIC X(06).
002870         10  FILLER                PIC X(10).
002900     05  DV-VOT-UTC-EXT.
003000         10  DV-VOT-UTC-DATE       PIC 9(08).
003100         10  DV-VOT-UTC-TIME       PIC 9(06).
003200         10  DV-VOT-UTC-OFFSET     PIC X(05).
