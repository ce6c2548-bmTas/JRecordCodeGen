      *****************************************************************
      *                                                               *
      *   VROPRC   -  OFFICE PRECEDENCE CARD LAYOUT                   *
      *                                                               *
      *   ONE CARD PER REGISTRATION OFFICE, READ BY VR130 TO DECIDE  *
      *   WHICH OFFICE'S COPY OF A RECORD IS KEPT WHEN TWO OFFICES   *
      *   SEND CONFLICTING COPIES OF THE SAME FIELD-1 AND RECORD-    *
      *   TYPE ON THE SAME NIGHT.  THE LOWER THE PRECEDENCE NUMBER,  *
      *   THE MORE AUTHORITATIVE THE OFFICE - NORMALLY THE OFFICE    *
      *   OF OCCURRENCE RANKS AHEAD OF A REGIONAL OFFICE RELAYING    *
      *   THE SAME EVENT.  AN OFFICE WITH NO CARD RANKS BEHIND       *
      *   EVERY OFFICE THAT HAS ONE.                                 *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-PRECEDENCE-CARD.
000200     03  VROP-OFFICE-ID        PIC X(04).
000300     03  VROP-PRECEDENCE       PIC 9(03).
000400     03  VROP-OFFICE-NAME      PIC X(30).
000500     03  FILLER                PIC X(43).
