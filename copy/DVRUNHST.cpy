000630*  (THE FIELDS COME BACK AS SPACES ON THOSE).  THE FLAG
000640*  IS 'Y' WHEN THE RUN STOPPED AT THE END OF THE BATCH
000650*  WINDOW WITH A RESUME QUEUED, 'N' OTHERWISE.
000660*  THE REVERSED FLAG IS SET TO 'Y' BY DTREVRS WHEN THE
000670*  RUN'S OUTPUT HAS BEEN BACKED OUT; RUNTREND AND DTRECON
000680*  LEAVE A REVERSED RUN OUT OF THEIR FIGURES.
000700*----------------------------------------------------------
000800 01  DV-RUNHIST-RECORD.
000900     05  DV-RUN-DATE              PIC 9(08).
002500     05  DV-RUN-TOTAL-DUPLIC      PIC 9(08).
002600     05  FILLER                   PIC X(01).
002700     05  DV-RUN-WINDOW-FLAG       PIC X(01).
002800     05  FILLER                   PIC X(01).
002900     05  DV-RUN-REVERSED-FLAG     PIC X(01).
003000         88  DV-RUN-REVERSED      VALUE 'Y'.
