002600         10  DV-REJ-SUS-FORMAT-SEL PIC X(01).
002700         10  DV-REJ-SUS-DATE-INPUT PIC X(10).
002800         10  DV-REJ-SUS-TIME-INPUT PIC X(06).
002900*    THE UTC OFFSET THE RECORD'S TIME WAS TAKEN IN WHEN IT
002910*    WAS REJECTED (SEE DVBATIN), SO A CORRECTED RECORD IS
002920*    NORMALIZED THE SAME WAY WHEN IT IS RESUBMITTED.
003000     05  FILLER                    PIC X(01).
003100     05  DV-REJ-UTC-OFFSET         PIC X(05).
003200*    THE SOURCE SYSTEM OF THE FEED THE RECORD FIRST CAME IN
003300*    ON, SO A RESUBMITTED OR CORRECTED RECORD IS STILL
003400*    JUDGED ON THAT FEED'S PROFILE AND CALENDAR.  SPACES ON
003500*    A REJECT WRITTEN BEFORE THE FIELD EXISTED.
003600     05  FILLER                    PIC X(01).
003700     05  DV-REJ-SOURCE-SYS         PIC X(08).
