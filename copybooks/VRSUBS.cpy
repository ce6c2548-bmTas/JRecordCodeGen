      *****************************************************************
      *                                                               *
      *   VRSUBS   -  PARTNER DELTA SUBSCRIPTION RECORD LAYOUT        *
      *                                                               *
      *   FIXED 80-BYTE CARD, READ BY VR622 TO ROUTE THE VR620 DELTA *
      *   TO EACH PARTNER.  EVERY PARTNER TAKING THE DELTA HAS ONE   *
      *   PROFILE CARD ('P') SAYING WHICH RECORD TYPES AND WHICH     *
      *   CHANGED CONTENT GROUPS IT RECEIVES ('Y' = RECEIVES, 'N' OR *
      *   SPACE = DOES NOT), FOLLOWED BY ANY NUMBER OF CITY CARDS    *
      *   ('C') OF UP TO THREE CANONICAL VRCITY NAMES EACH.  A       *
      *   PARTNER WITH NO CITY CARDS RECEIVES EVERY CITY - ONE WITH  *
      *   CITY CARDS RECEIVES ONLY RECORDS WHOSE BIRTH OR DEATH CITY *
      *   IS ONE OF THEM.  ADDS AND DROPS OF A SUBSCRIBED RECORD     *
      *   TYPE ARE ALWAYS SENT - A CHANGE IS SENT ONLY WHEN ONE OF   *
      *   THE GROUPS THAT CHANGED IS A SUBSCRIBED GROUP.             *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-SUBSCRIPTION-RECORD.
000200     03  VRSB-PARTNER-ID       PIC X(04).
000300     03  VRSB-CARD-KIND        PIC X(01).
000400         88  VRSB-PROFILE-CARD            VALUE 'P'.
000500         88  VRSB-CITY-CARD               VALUE 'C'.
000600     03  VRSB-DETAIL           PIC X(75).
000700     03  VRSB-PROFILE-DETAIL REDEFINES VRSB-DETAIL.
000800         05  VRSB-RECORD-TYPES.
000900             07  VRSB-WANT-TYPE-1
001000                               PIC X(01).
001100             07  VRSB-WANT-TYPE-2
001200                               PIC X(01).
001300             07  VRSB-WANT-TYPE-3
001400                               PIC X(01).
001500         05  VRSB-GROUPS.
001600             07  VRSB-WANT-BIRTH
001700                               PIC X(01).
001800             07  VRSB-WANT-DEATH
001900                               PIC X(01).
002000             07  VRSB-WANT-DUPS
002100                               PIC X(01).
002200             07  VRSB-WANT-ARRAYS
002300                               PIC X(01).
002400         05  VRSB-PARTNER-NAME PIC X(30).
002500         05  FILLER            PIC X(38).
002600     03  VRSB-CITY-DETAIL REDEFINES VRSB-DETAIL.
002700         05  VRSB-CITY         PIC X(20)  OCCURS 3 TIMES.
002800         05  FILLER            PIC X(15).
