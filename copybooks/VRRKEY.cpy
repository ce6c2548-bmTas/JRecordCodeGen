      *****************************************************************
      *                                                               *
      *   VRRKEY   -  CLERK FIELD-1 REKEY TRANSACTION LAYOUT          *
      *                                                               *
      *   FIXED 80-BYTE TRANSACTION READ BY VR612, ONE PER MASTER    *
      *   RECORD A CLERK WANTS MOVED FROM A MIS-KEYED FIELD-1 TO THE *
      *   CORRECTED ONE.  THE OLD KEY IS THE FIELD-1 AND RECORD-TYPE *
      *   NOW ON THE MASTER - THE RECORD KEEPS ITS RECORD-TYPE, SO   *
      *   ONLY THE NEW FIELD-1 IS GIVEN.  THE CLERK ID AND REASON    *
      *   ARE REQUIRED AND ARE PRINTED ON THE REKEY REPORT.  REKEYS  *
      *   FOUND BY THE VR150 CLEANUP AUDIT ARE READ FROM VRAUDIT     *
      *   INSTEAD AND NEED NO CARD.                                  *
      *                                                               *
      *   MODIFICATION HISTORY                                       *
      *   DATE       INIT  DESCRIPTION                                *
      *   --------   ----  ------------------------------------------ *
      *   15/10/26   RLB   ORIGINAL LAYOUT.                           *
      *                                                               *
      *****************************************************************
000100 01  VR-REKEY-TRANS-RECORD.
000200     03  VRRK-OLD-KEY.
000300         05  VRRK-OLD-FIELD-1  PIC X(20).
000400         05  VRRK-RECORD-TYPE  PIC X(01).
000500             88  VRRK-VALID-TYPE          VALUE '1' '2' '3'.
000600     03  VRRK-NEW-FIELD-1      PIC X(20).
000700     03  VRRK-CLERK-ID         PIC X(08).
000800     03  VRRK-REASON           PIC X(30).
000900     03  FILLER                PIC X(01).
