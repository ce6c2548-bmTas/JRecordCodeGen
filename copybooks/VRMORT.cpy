      *****************************************************************
      *                                                               *
      *   VRMORT   -  MORTALITY STATISTICS SUMMARY RECORD LAYOUT      *
      *                                                               *
      *   FIXED 120-BYTE SUMMARY FILE WRITTEN BY VR710 FOR THE STATE *
      *   STATISTICS UNIT, CARRYING THE SAME FIGURES AS THE PRINTED  *
      *   REPORT SO THEY ARE NEVER RE-KEYED.  ONE FILE PER REPORTING *
      *   PERIOD, IN THIS ORDER -                                    *
      *                                                               *
      *     H  HEADER   - PERIOD, DATE PRODUCED, PRODUCING PROGRAM   *
      *     C  CITY     - ONE PER DEATH CITY, ASCENDING BY CITY      *
      *     M  MONTH    - ONE PER CALENDAR MONTH OF THE PERIOD,      *
      *                   ASCENDING, INCLUDING MONTHS WITH NO DEATHS *
      *     T  TOTAL    - PERIOD TOTALS, LIVE BIRTHS IN THE PERIOD,  *
      *                   INFANT MORTALITY RATE AND THE NUMBER OF    *
      *                   RECORDS ON THE FILE INCLUDING H AND T      *
      *                                                               *
      *   THE BREAK VALUE IS THE CANONICAL DEATH CITY ON A 'C'       *
      *   RECORD (SPACES WHERE NO CITY WAS RECORDED AND 'ALL OTHER   *
      *   CITIES' FOR ANY CITY BEYOND THE PROGRAM'S TABLE), YYYYMM   *
      *   ON AN 'M' RECORD.  AGE AT DEATH IS COMPLETED YEARS FROM    *
      *   THE BIRTH XDATE TO THE DEATH XDATE - AGE UNKNOWN COUNTS A  *
      *   RECORD-TYPE '1' OR '2' DEATH WITH NO USABLE BIRTH XDATE.   *
      *   NO BIRTH RECORD COUNTS THE RECORD-TYPE '3' DEATH-ONLY      *
      *   RECORDS, WHICH ARE ALSO INCLUDED IN DEATHS.  THE INFANT    *
      *   MORTALITY RATE IS DEATHS UNDER 1 PER 1,000 LIVE BIRTHS,    *
      *   ZERO WHEN THE PERIOD HAS NO BIRTHS.                        *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-MORTALITY-SUMMARY.
000200     03  VRMS-RECORD-KIND      PIC X(01).
000300         88  VRMS-HEADER                  VALUE 'H'.
000400         88  VRMS-CITY                    VALUE 'C'.
000500         88  VRMS-MONTH                   VALUE 'M'.
000600         88  VRMS-TOTAL                   VALUE 'T'.
000700     03  VRMS-PERIOD-FROM      PIC 9(08).
000800     03  VRMS-PERIOD-TO        PIC 9(08).
000900     03  VRMS-DETAIL.
001000         05  VRMS-BREAK-VALUE  PIC X(20).
001100         05  VRMS-DEATHS       PIC 9(07).
001200         05  VRMS-AGE-UNDER-1  PIC 9(07).
001300         05  VRMS-AGE-1-17     PIC 9(07).
001400         05  VRMS-AGE-18-64    PIC 9(07).
001500         05  VRMS-AGE-65-PLUS  PIC 9(07).
001600         05  VRMS-AGE-UNKNOWN  PIC 9(07).
001700         05  VRMS-NO-BIRTH-RECORD
001800                               PIC 9(07).
001900         05  VRMS-LIVE-BIRTHS  PIC 9(07).
002000         05  VRMS-INFANT-RATE  PIC 9(04)V9(01).
002100         05  VRMS-RECORD-COUNT PIC 9(07).
002200         05  FILLER            PIC X(15).
002300     03  VRMS-HEADER-DETAIL REDEFINES VRMS-DETAIL.
002400         05  VRMS-PRODUCED-DATE
002500                               PIC 9(08).
002600         05  VRMS-PRODUCING-PROGRAM
002700                               PIC X(08).
002800         05  FILLER            PIC X(87).
