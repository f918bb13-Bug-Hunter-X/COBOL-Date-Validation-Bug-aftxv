000500*  RUNNING TOTALS AS OF THAT POINT - VALID, INVALID,
000600*  DUPLICATE, NON-BUSINESS-DAY ITEMS AND ENRICHMENT
000700*  ERRORS - SO A RESTARTED RUN CAN SKIP WHAT IS ALREADY
000710*  DONE AND PICK EVERY COUNT UP WHERE IT LEFT OFF.  THE
000720*  RUN DATE AND START TIME OF THE RUN THAT BEGAN THE
000730*  CHAIN ARE CARRIED FORWARD THROUGH EVERY RESTART (SPACES
000740*  ON A CHECKPOINT WRITTEN BEFORE THEY EXISTED).
000800*----------------------------------------------------------
000900 01  DV-CHECKPOINT-RECORD.
001000     05  DV-CKP-RECORDS-READ       PIC 9(08).
001300     05  DV-CKP-TOTAL-DUPLIC       PIC 9(08).
001400     05  DV-CKP-TOTAL-NONBUS       PIC 9(08).
001500     05  DV-CKP-ENRICH-ERRORS      PIC 9(08).
001510     05  DV-CKP-CHAIN-START.
001520         10  DV-CKP-CHAIN-DATE     PIC 9(08).
001530         10  DV-CKP-CHAIN-TIME     PIC 9(06).
