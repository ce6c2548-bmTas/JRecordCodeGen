      *****************************************************************
      *                                                               *
      *   VRDNOT   -  DEATH-NOTIFICATION RECORD LAYOUT                *
      *                                                               *
      *   FIXED 120-BYTE RECORD USED TWICE OVER -                    *
      *                                                               *
      *   1. THE PENDING NOTIFICATION FILE.  VR610 APPENDS A 'N'     *
      *      NOTICE WHEN THE NIGHTLY APPLY REWRITES A RECORD-TYPE    *
      *      '1' OR '2' MASTER RECORD WHOSE DEATH-DETAILS WENT FROM  *
      *      BLANK TO POPULATED, VR310 APPENDS ONE FOR EVERY         *
      *      CLERK-CONFIRMED DUP-NAME-3 IT MERGES ONTO A BIRTH       *
      *      RECORD, AND VR615 APPENDS A 'R' RETRACTION WHEN A       *
      *      BACKOUT TAKES A DEATH BACK OFF THE MASTER.  PENDING     *
      *      RECORDS CARRY A ZERO SEQUENCE NUMBER.                   *
      *                                                               *
      *   2. THE OUTBOUND DEATH-NOTIFICATION FEED TO THE BENEFIT     *
      *      AND PENSION AGENCIES, WRITTEN BY VR625 FROM THE         *
      *      PENDING FILE, IN THIS ORDER -                           *
      *                                                               *
      *        H  HEADER      - FEED DATE, PRODUCING PROGRAM AND     *
      *                         THE FIRST SEQUENCE NUMBER ISSUED     *
      *        N  NOTICE      - ONE PER DEATH BEING NOTIFIED         *
      *        R  RETRACTION  - ONE PER EARLIER NOTICE WITHDRAWN     *
      *        T  TRAILER     - FIRST AND LAST SEQUENCE NUMBERS,     *
      *                         NOTICE AND RETRACTION COUNTS AND     *
      *                         THE RECORD COUNT INCLUDING H AND T   *
      *                                                               *
      *   THE NOTIFICATION SEQUENCE NUMBER IS UNBROKEN ACROSS FEEDS  *
      *   - EACH FEED CARRIES ON FROM THE LAST SEQUENCE ON THE       *
      *   PRIOR FEED'S TRAILER - SO AN AGENCY CAN TELL A MISSED      *
      *   FEED FROM AN EMPTY ONE.  THE SOURCE IS 'E' FOR THE         *
      *   NIGHTLY EXTRACT, 'C' FOR A CLERK-CONFIRMED MATCH (WITH     *
      *   THE CLERK ID) AND 'B' FOR A BACKOUT RETRACTION.  THE       *
      *   EVENT DATE IS THE RUN-DATE OF THE APPLY, DECISION RUN OR   *
      *   BACKED-OUT APPLY THAT RAISED THE RECORD.  THE BIRTH AND    *
      *   DEATH DETAILS ON A RETRACTION ARE THOSE OF THE NOTICE      *
      *   BEING WITHDRAWN.                                           *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-DEATH-NOTICE-RECORD.
000200     03  VRDN-RECORD-KIND      PIC X(01).
000300         88  VRDN-HEADER                  VALUE 'H'.
000400         88  VRDN-NOTICE                  VALUE 'N'.
000500         88  VRDN-RETRACTION              VALUE 'R'.
000600         88  VRDN-TRAILER                 VALUE 'T'.
000700     03  VRDN-SEQUENCE         PIC 9(09).
000800     03  VRDN-DETAIL.
000900         05  VRDN-FIELD-1      PIC X(20).
001000         05  VRDN-RECORD-TYPE  PIC X(01).
001100         05  VRDN-BIRTH-CITY   PIC X(20).
001200         05  VRDN-BIRTH-XDATE  PIC 9(08).
001300         05  VRDN-DEATH-CITY   PIC X(20).
001400         05  VRDN-DEATH-XDATE  PIC 9(08).
001500         05  VRDN-SOURCE       PIC X(01).
001600             88  VRDN-FROM-EXTRACT        VALUE 'E'.
001700             88  VRDN-FROM-CLERK          VALUE 'C'.
001800             88  VRDN-FROM-BACKOUT        VALUE 'B'.
001900         05  VRDN-CLERK-ID     PIC X(08).
002000         05  VRDN-EVENT-DATE   PIC 9(08).
002100         05  VRDN-EVENT-PROGRAM
002200                               PIC X(08).
002300         05  FILLER            PIC X(08).
002400     03  VRDN-CONTROL-DETAIL REDEFINES VRDN-DETAIL.
002500         05  VRDN-FEED-DATE    PIC 9(08).
002600         05  VRDN-PRODUCING-PROGRAM
002700                               PIC X(08).
002800         05  VRDN-FIRST-SEQUENCE
002900                               PIC 9(09).
003000         05  VRDN-LAST-SEQUENCE
003100                               PIC 9(09).
003200         05  VRDN-NOTICE-COUNT PIC 9(09).
003300         05  VRDN-RETRACTION-COUNT
003400                               PIC 9(09).
003500         05  VRDN-RECORD-COUNT PIC 9(09).
003600         05  FILLER            PIC X(49).
