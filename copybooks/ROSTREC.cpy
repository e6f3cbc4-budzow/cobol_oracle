000010*----------------------------------------------------------*
000020* ROSTREC - ONE LINE OF THE ON-CALL ROSTER (DD NAME         *
000030*           ONCALRST), KEPT BY OPERATIONS AS A FLAT FILE.   *
000040*           EACH LINE NAMES WHO IS PAGED FIRST, WHO IS      *
000050*           RE-PAGED WHEN THE PRIMARY DOES NOT CLAIM THE    *
000060*           NOTIFICATION, AND THE OPERATIONS MANAGER ON DUTY*
000070*           WHO IS PAGED LAST, FOR ONE HOUR (00-23 ON THE   *
000080*           LOCAL CLOCK).  TWO KINDS OF LINE -              *
000090*                                                           *
000100*           WEEKDAY - THE STANDING ROTA.  DAY 1 IS MONDAY   *
000110*           THROUGH 7 SUNDAY, IN COLUMN 1, COLUMN 2 BLANK.  *
000120*           THE SAME HOUR EVERY WEEK.                       *
000130*                                                           *
000132*           DATED - ONE CALENDAR DATE (YYYYMMDD IN COLUMNS  *
000134*           1-8) AND HOUR, FOR A SWAP, HOLIDAY, OR EXTRA    *
000136*           COVER.  IT WINS OVER THE WEEKDAY LINE FOR THAT  *
000138*           HOUR ON THAT DATE ONLY - THE WEEKDAY ROTA       *
000139*           STANDS FOR EVERY OTHER WEEK.                    *
000140*                                                           *
000142*           AN HOUR WITH NEITHER IS UNCOVERED - THE ONCALL  *
000144*           LOOKUP SAYS SO.  A LATER LINE FOR THE SAME DAY  *
000146*           (OR DATE) AND HOUR REPLACES AN EARLIER ONE.     *
000148*           DATED LINES BEFORE TODAY ARE IGNORED, SO PAST   *
000149*           SWAPS MAY BE LEFT ON FILE.                      *
000150*----------------------------------------------------------*
000160 01  ROSTER-RECORD.
000170     05  ROS-WEEKDAY-LINE.
000180         10  ROS-DAY-OF-WEEK     PIC 9(01).
000190         10  ROS-WEEKDAY-GAP     PIC X(01).
000200             88  ROS-IS-WEEKDAY      VALUE SPACE.
000210         10  ROS-HOUR            PIC 9(02).
000220         10  FILLER              PIC X(01).
000230         10  ROS-PRIMARY-ID      PIC X(08).
000240         10  FILLER              PIC X(01).
000250         10  ROS-SECONDARY-ID    PIC X(08).
000260         10  FILLER              PIC X(01).
000270         10  ROS-MANAGER-ID      PIC X(08).
000280         10  FILLER              PIC X(49).
000290     05  ROS-DATED-LINE REDEFINES ROS-WEEKDAY-LINE.
000300         10  ROS-DATE            PIC 9(08).
000310         10  FILLER              PIC X(01).
000320         10  ROS-DATED-HOUR      PIC 9(02).
000330         10  FILLER              PIC X(01).
000340         10  ROS-DATED-PRIMARY   PIC X(08).
000350         10  FILLER              PIC X(01).
000360         10  ROS-DATED-SECONDARY PIC X(08).
000370         10  FILLER              PIC X(01).
000380         10  ROS-DATED-MANAGER   PIC X(08).
000390         10  FILLER              PIC X(42).
