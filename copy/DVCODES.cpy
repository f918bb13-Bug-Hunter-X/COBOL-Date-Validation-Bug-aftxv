000740*  DUPLICATES ONE ALREADY PROCESSED IN THE SAME RUN, SO
000750*  THE REJECT/AUDIT PLUMBING CAN CARRY THOSE CONDITIONS
000760*  WITHOUT PIGGYBACKING ON A VALIDATION CODE.
000770*  CODES 13 AND 14 ARE LIKEWISE SET BY DTBATCH (AND BY
000780*  DTRESUB AND REJMAINT FOR A CORRECTED REJECT), FROM THE
000790*  SOURCE VALIDATION PROFILE (DVPROFIL) OF THE FEED THE
000791*  RECORD ARRIVED IN - 13 WHEN THE FEED MAY NOT SEND THAT
000792*  DATE FORMAT, 14 WHEN THE DATE IS OLDER THAN THE FEED'S
000793*  LOOK-BACK LIMIT.
000800*----------------------------------------------------------
000900 01  DV-CODES.
001000     05  DV-RETURN-CODE           PIC 9(02).
001300         88  DV-BAD-MONTH         VALUE 10.
001400         88  DV-BAD-DAY           VALUE 11.
001500         88  DV-BAD-DATE-RANGE    VALUE 12.
001505         88  DV-BAD-FEED-FORMAT   VALUE 13.
001507         88  DV-DATE-TOO-OLD      VALUE 14.
001510         88  DV-BAD-RANGE-ORDER   VALUE 15.
001600         88  DV-BAD-HOUR          VALUE 20.
001700         88  DV-BAD-MINUTE        VALUE 21.
